000100*
000110*    SODRPT.COB
000120*
000130*    PROGRAM-ID: SOD_REPORT
000140*
000150*    PURPOSE:    NIGHTLY SEGREGATION-OF-DUTIES CHECK.  READS
000160*                EVERY ACCOUNT ON USERFILE AND TESTS IT, WITH
000170*                EVERY DELEGATION IT HOLDS THAT IS NOT YET PAST
000180*                ITS TO DATE, AGAINST THE ACTIVE RULES ON THE
000190*                SODFILE THROUGH SOD_CHECK - THE SAME TEST
000200*                USER_ADMIN AND DELEG_ADMIN APPLY ONLINE.  EVERY
000210*                RULE AN ACCOUNT BREAKS IS PRINTED ON THE SODRPT
000220*                VIOLATIONS REPORT.  NOTHING IS CHANGED - THE
000230*                REPORT GOES TO SECURITY ADMINISTRATION, WHO
000240*                DECIDE WHICH SIDE OF EACH CONFLICT TO REMOVE.
000250*
000260*                ONLINE REFUSALS STOP NEW VIOLATIONS; THIS STEP
000270*                FINDS THE ONES THAT GOT IN ANOTHER WAY - A RULE
000280*                ADDED AFTER THE ACCESS WAS GIVEN, A DEPARTMENT
000290*                CHANGE, OR A HELD CHANGE APPROVED AFTER THE
000300*                RULES MOVED UNDER IT.
000310*
000320*                RETURN CODE 0 - NO VIOLATIONS.  4 - VIOLATIONS
000330*                REPORTED.  8 - THE RULES COULD NOT BE READ FOR
000340*                SOME ACCOUNTS (SEE SYSOUT).  16 - A FILE COULD
000350*                NOT BE OPENED.
000360*
000370*    CALLS:      SOD_CHECK.
000380*
000390*    MODIFICATION HISTORY
000400*    DATE       BY    DESCRIPTION
000410*    ---------- ----- --------------------------------------------
000420*    2026-10-15 DLH   ORIGINAL.
000430*
000440  IDENTIFICATION DIVISION.
000450  PROGRAM-ID. SOD_REPORT.
000460  AUTHOR. D L HOLLOWAY.
000470  INSTALLATION. SIGN-ON SERVICES.
000480  DATE-WRITTEN. 2026-10-15.
000490  DATE-COMPILED.
000500*
000510  ENVIRONMENT DIVISION.
000520  INPUT-OUTPUT SECTION.
000530  FILE-CONTROL.
000540      SELECT USER-FILE ASSIGN TO "USERFILE"
000550          ORGANIZATION INDEXED
000560          ACCESS MODE SEQUENTIAL
000570          RECORD KEY USR-USERNAME
000580          FILE STATUS WS-USER-FILE-STATUS.
000590      SELECT REPORT-FILE ASSIGN TO "SODRPT"
000600          ORGANIZATION LINE SEQUENTIAL
000610          FILE STATUS WS-REPORT-FILE-STATUS.
000620*
000630  DATA DIVISION.
000640  FILE SECTION.
000650  FD  USER-FILE.
000660      COPY USERREC.CPY.
000670  FD  REPORT-FILE.
000680  01  REPORT-LINE                   PIC X(80).
000690*
000700  WORKING-STORAGE SECTION.
000710*
000720  01  WS-USER-FILE-STATUS       PIC X(02).
000730      88  WS-USER-FILE-OK           VALUE "00".
000740      88  WS-USER-FILE-EOF          VALUE "10".
000750  01  WS-REPORT-FILE-STATUS     PIC X(02).
000760      88  WS-REPORT-FILE-OK         VALUE "00".
000770*
000780  01  WS-USER-EOF-SWITCH        PIC X(01).
000790      88  WS-USER-EOF               VALUE "Y".
000800      88  WS-USER-NOT-EOF            VALUE "N".
000810  01  WS-RULES-DONE-SWITCH      PIC X(01).
000820      88  WS-RULES-DONE             VALUE "Y".
000830      88  WS-RULES-MORE              VALUE "N".
000840  01  WS-ACCOUNT-HIT-SWITCH     PIC X(01).
000850      88  WS-ACCOUNT-HIT            VALUE "Y".
000860      88  WS-ACCOUNT-CLEAN           VALUE "N".
000870*
000880  01  WS-CURRENT-DATE           PIC 9(08).
000890*
000900  01  WS-ACCOUNTS-EXAMINED      PIC 9(06) COMP.
000910  01  WS-ACCOUNTS-IN-VIOLATION  PIC 9(06) COMP.
000920  01  WS-VIOLATIONS             PIC 9(06) COMP.
000930  01  WS-ACCOUNTS-NOT-CHECKED   PIC 9(06) COMP.
000940  01  WS-EDIT-COUNT             PIC ZZZZZ9.
000942*    THE STEP'S RETURN CODE, HELD HERE BECAUSE EVERY CALL TO
000944*    SOD_CHECK RESETS THE REGISTER.
000946  01  WS-RUN-RETURN-CODE        PIC 9(02) COMP VALUE 0.
000950*
000960      COPY SODCHKP.CPY.
000970*
000980  PROCEDURE DIVISION.
000990*
001000  0000-MAINLINE.
001010      PERFORM 1000-INITIALIZE
001020          THRU 1000-EXIT.
001030      PERFORM 2000-CHECK-ONE-ACCOUNT
001040          THRU 2000-EXIT
001050          UNTIL WS-USER-EOF.
001060      PERFORM 9000-TERMINATE
001070          THRU 9000-EXIT.
001080      GOBACK.
001090*
001100*--------------------------------------------------------------*
001110*    1000-INITIALIZE
001120*--------------------------------------------------------------*
001130  1000-INITIALIZE.
001140      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001150      MOVE 0 TO WS-ACCOUNTS-EXAMINED.
001160      MOVE 0 TO WS-ACCOUNTS-IN-VIOLATION.
001170      MOVE 0 TO WS-VIOLATIONS.
001180      MOVE 0 TO WS-ACCOUNTS-NOT-CHECKED.
001190      MOVE "N" TO WS-USER-EOF-SWITCH.
001200      OPEN INPUT USER-FILE.
001210      IF NOT WS-USER-FILE-OK
001220          DISPLAY "SOD_REPORT - UNABLE TO OPEN USERFILE, "
001230              "STATUS " WS-USER-FILE-STATUS
001240          MOVE 16 TO RETURN-CODE
001250          STOP RUN
001260      END-IF.
001270      OPEN OUTPUT REPORT-FILE.
001280      IF NOT WS-REPORT-FILE-OK
001290          DISPLAY "SOD_REPORT - UNABLE TO OPEN SODRPT, "
001300              "STATUS " WS-REPORT-FILE-STATUS
001310          CLOSE USER-FILE
001320          MOVE 16 TO RETURN-CODE
001330          STOP RUN
001340      END-IF.
001350      MOVE SPACES TO REPORT-LINE.
001360      STRING "SEGREGATION-OF-DUTIES VIOLATIONS REPORT - "
001370              DELIMITED BY SIZE
001380          WS-CURRENT-DATE DELIMITED BY SIZE
001390          INTO REPORT-LINE.
001400      WRITE REPORT-LINE.
001410      MOVE SPACES TO REPORT-LINE.
001420      WRITE REPORT-LINE.
001430      MOVE "USERNAME             DEPT     ROLE     FLAG DLG  ST "
001440          TO REPORT-LINE.
001450      MOVE "RULE     DESCRIPTION" TO REPORT-LINE (53:20).
001460      WRITE REPORT-LINE.
001470  1000-EXIT.
001480      EXIT.
001490*
001500*--------------------------------------------------------------*
001510*    2000-CHECK-ONE-ACCOUNT - ASK SOD_CHECK FOR THE FIRST RULE
001520*    THE ACCOUNT BREAKS, THEN FOR EACH ONE AFTER IT, UNTIL IT
001530*    COMES BACK CLEAN.
001540*--------------------------------------------------------------*
001550  2000-CHECK-ONE-ACCOUNT.
001560      READ USER-FILE NEXT RECORD
001570          AT END
001580              SET WS-USER-EOF TO TRUE
001590      END-READ.
001600      IF NOT WS-USER-FILE-OK AND NOT WS-USER-FILE-EOF
001610          DISPLAY "SOD_REPORT - USERFILE READ ERROR, STATUS "
001620              WS-USER-FILE-STATUS
001630          MOVE 8 TO WS-RUN-RETURN-CODE
001640          SET WS-USER-EOF TO TRUE.
001650      IF WS-USER-EOF
001660          GO TO 2000-EXIT.
001670      ADD 1 TO WS-ACCOUNTS-EXAMINED.
001680      SET WS-ACCOUNT-CLEAN TO TRUE.
001690      MOVE SPACES TO SOD-CHECK-PARMS.
001700      SET SCP-FIRST-RULE TO TRUE.
001710      MOVE USR-USERNAME TO SCP-USERNAME.
001720      MOVE USR-ROLE-CODE TO SCP-ROLE-CODE.
001730      MOVE USR-DEPARTMENT TO SCP-DEPARTMENT.
001740      MOVE USR-ENTITLEMENT-FLAGS (1:4) TO SCP-PERMANENT-FLAGS.
001750      SET WS-RULES-MORE TO TRUE.
001760      PERFORM 2100-TEST-NEXT-RULE
001770          THRU 2100-EXIT
001780          UNTIL WS-RULES-DONE.
001790      IF WS-ACCOUNT-HIT
001800          ADD 1 TO WS-ACCOUNTS-IN-VIOLATION.
001810  2000-EXIT.
001820      EXIT.
001830*
001840  2100-TEST-NEXT-RULE.
001850      CALL "SOD_CHECK" USING SOD-CHECK-PARMS.
001860      IF SCP-RULES-UNAVAILABLE
001870          DISPLAY "SOD_REPORT - RULES NOT READ FOR "
001880              USR-USERNAME
001890          ADD 1 TO WS-ACCOUNTS-NOT-CHECKED
001900          MOVE 8 TO WS-RUN-RETURN-CODE
001910          SET WS-RULES-DONE TO TRUE
001920          GO TO 2100-EXIT.
001930      IF SCP-CLEAN
001940          SET WS-RULES-DONE TO TRUE
001950          GO TO 2100-EXIT.
001960      SET WS-ACCOUNT-HIT TO TRUE.
001970      ADD 1 TO WS-VIOLATIONS.
001980      MOVE SPACES TO REPORT-LINE.
001990      STRING USR-USERNAME (1:20) DELIMITED BY SIZE
002000          " " DELIMITED BY SIZE
002010          USR-DEPARTMENT DELIMITED BY SIZE
002020          " " DELIMITED BY SIZE
002030          USR-ROLE-CODE DELIMITED BY SIZE
002040          " " DELIMITED BY SIZE
002050          USR-ENTITLEMENT-FLAGS (1:4) DELIMITED BY SIZE
002060          " " DELIMITED BY SIZE
002070          SCP-TESTED-DELEGATED-FLAGS DELIMITED BY SIZE
002080          " " DELIMITED BY SIZE
002090          USR-ACCOUNT-STATUS DELIMITED BY SIZE
002100          "  " DELIMITED BY SIZE
002110          SCP-RULE-ID DELIMITED BY SIZE
002120          " " DELIMITED BY SIZE
002130          SCP-RULE-DESCRIPTION DELIMITED BY SIZE
002140          INTO REPORT-LINE
002150      END-STRING.
002160      WRITE REPORT-LINE.
002170*    THE NEXT CALL PICKS UP AFTER THE RULE JUST REPORTED.
002180      SET SCP-NEXT-RULE TO TRUE.
002190  2100-EXIT.
002200      EXIT.
002210*
002220*--------------------------------------------------------------*
002230*    9000-TERMINATE - TOTALS ON THE REPORT AND SYSOUT.  A CLEAN
002240*    NIGHT ENDS 0 AND A NIGHT WITH VIOLATIONS ENDS 4, UNLESS
002250*    SOMETHING WORSE HAS ALREADY BEEN POSTED.
002260*--------------------------------------------------------------*
002270  9000-TERMINATE.
002280      IF WS-VIOLATIONS = 0
002290          MOVE "  NO VIOLATIONS" TO REPORT-LINE
002300          WRITE REPORT-LINE.
002310      MOVE SPACES TO REPORT-LINE.
002320      WRITE REPORT-LINE.
002330      MOVE SPACES TO REPORT-LINE.
002340      MOVE WS-ACCOUNTS-EXAMINED TO WS-EDIT-COUNT.
002350      STRING "ACCOUNTS EXAMINED     " DELIMITED BY SIZE
002360          WS-EDIT-COUNT DELIMITED BY SIZE
002370          INTO REPORT-LINE
002380      END-STRING.
002390      WRITE REPORT-LINE.
002400      MOVE SPACES TO REPORT-LINE.
002410      MOVE WS-ACCOUNTS-IN-VIOLATION TO WS-EDIT-COUNT.
002420      STRING "ACCOUNTS IN VIOLATION " DELIMITED BY SIZE
002430          WS-EDIT-COUNT DELIMITED BY SIZE
002440          INTO REPORT-LINE
002450      END-STRING.
002460      WRITE REPORT-LINE.
002470      MOVE SPACES TO REPORT-LINE.
002480      MOVE WS-VIOLATIONS TO WS-EDIT-COUNT.
002490      STRING "RULES BROKEN          " DELIMITED BY SIZE
002500          WS-EDIT-COUNT DELIMITED BY SIZE
002510          INTO REPORT-LINE
002520      END-STRING.
002530      WRITE REPORT-LINE.
002540      IF WS-ACCOUNTS-NOT-CHECKED > 0
002550          MOVE SPACES TO REPORT-LINE
002560          MOVE WS-ACCOUNTS-NOT-CHECKED TO WS-EDIT-COUNT
002570          STRING "ACCOUNTS NOT CHECKED  " DELIMITED BY SIZE
002580              WS-EDIT-COUNT DELIMITED BY SIZE
002590              INTO REPORT-LINE
002600          END-STRING
002610          WRITE REPORT-LINE
002620      END-IF.
002630      CLOSE USER-FILE.
002640      CLOSE REPORT-FILE.
002650      IF WS-VIOLATIONS > 0
002657         AND WS-RUN-RETURN-CODE < 4
002664          MOVE 4 TO WS-RUN-RETURN-CODE.
002671      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
002680      DISPLAY "SOD_REPORT - ACCOUNTS EXAMINED:     "
002690          WS-ACCOUNTS-EXAMINED.
002700      DISPLAY "SOD_REPORT - ACCOUNTS IN VIOLATION: "
002710          WS-ACCOUNTS-IN-VIOLATION.
002720      DISPLAY "SOD_REPORT - RULES BROKEN:          "
002730          WS-VIOLATIONS.
002740      DISPLAY "SOD_REPORT - ACCOUNTS NOT CHECKED:  "
002750          WS-ACCOUNTS-NOT-CHECKED.
002760  9000-EXIT.
002770      EXIT.
002780*
002790  END PROGRAM SOD_REPORT.
