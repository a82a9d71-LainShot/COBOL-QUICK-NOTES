000100*
000110*    RCRTOPN.COB
000120*
000130*    PROGRAM-ID: RECERT_OPEN
000140*
000150*    PURPOSE:    OPENS A QUARTERLY ACCESS RECERTIFICATION
000160*                CAMPAIGN (SEE RCRTITM.CPY AND RCRTOPN.JCL).
000170*                ONE PASS OF THE CREDENTIAL FILE WRITES ONE
000180*                REVIEW ITEM PER ACCOUNT TO THE CERTFILE - ROLE,
000190*                DEPARTMENT, THE FOUR ENTITLEMENT FLAGS, LAST
000200*                SIGN-ON DATE AND ANY LIVE DELEGATION TO THE
000210*                ACCOUNT FROM THE DELGFILE.  THE ITEMS ARE KEYED
000220*                BY DEPARTMENT SO EACH DEPARTMENT'S SUPERVISOR
000230*                WORKS THEIR OWN ON THE RECERT_ATTEST SCREEN.
000240*
000250*                A CAMPAIGN STILL OPEN ON THE CERTFILE IS NEVER
000260*                REPLACED - THE RUN POSTS RC 8 AND WRITES
000270*                NOTHING UNTIL RECERT_CLOSE HAS ACTED ON IT.
000280*
000290*    CALLS:      NONE.
000300*
000310*    MODIFICATION HISTORY
000320*    DATE       BY    DESCRIPTION
000330*    ---------- ----- --------------------------------------------
000340*    2026-10-15 DLH   ORIGINAL.
000350*
000360  IDENTIFICATION DIVISION.
000370  PROGRAM-ID. RECERT_OPEN.
000380  AUTHOR. D L HOLLOWAY.
000390  INSTALLATION. SIGN-ON SERVICES.
000400  DATE-WRITTEN. 2026-10-15.
000410  DATE-COMPILED.
000420*
000430  ENVIRONMENT DIVISION.
000440  INPUT-OUTPUT SECTION.
000450  FILE-CONTROL.
000460      SELECT USER-FILE ASSIGN TO "USERFILE"
000470          ORGANIZATION INDEXED
000480          ACCESS MODE SEQUENTIAL
000490          RECORD KEY USR-USERNAME
000500          FILE STATUS WS-USER-FILE-STATUS.
000510      SELECT DELEG-FILE ASSIGN TO "DELGFILE"
000520          ORGANIZATION INDEXED
000530          ACCESS MODE DYNAMIC
000540          RECORD KEY DLG-DELEGATION-KEY
000550          FILE STATUS WS-DELEG-FILE-STATUS.
000560      SELECT CERT-FILE ASSIGN TO "CERTFILE"
000570          ORGANIZATION INDEXED
000580          ACCESS MODE DYNAMIC
000590          RECORD KEY CRT-ITEM-KEY
000600          FILE STATUS WS-CERT-FILE-STATUS.
000610*
000620  DATA DIVISION.
000630  FILE SECTION.
000640  FD  USER-FILE.
000650      COPY USERREC.CPY.
000660  FD  DELEG-FILE.
000670      COPY DELGREC.CPY.
000680  FD  CERT-FILE.
000690      COPY RCRTITM.CPY.
000700*
000710  WORKING-STORAGE SECTION.
000720*
000730  01  WS-USER-FILE-STATUS       PIC X(02).
000740      88  WS-USER-FILE-OK           VALUE "00".
000750      88  WS-USER-FILE-EOF          VALUE "10".
000760  01  WS-DELEG-FILE-STATUS      PIC X(02).
000770      88  WS-DELEG-FILE-OK          VALUE "00".
000780      88  WS-DELEG-FILE-EOF         VALUE "10".
000790      88  WS-DELEG-FILE-NO-FILE     VALUE "35".
000800  01  WS-CERT-FILE-STATUS       PIC X(02).
000810      88  WS-CERT-FILE-OK           VALUE "00".
000820      88  WS-CERT-FILE-EOF          VALUE "10".
000830      88  WS-CERT-FILE-NO-FILE      VALUE "35".
000840*
000850  01  WS-USER-EOF-SWITCH        PIC X(01).
000860      88  WS-USER-EOF               VALUE "Y".
000870      88  WS-USER-NOT-EOF            VALUE "N".
000880  01  WS-CERT-EOF-SWITCH        PIC X(01).
000890      88  WS-CERT-EOF               VALUE "Y".
000900      88  WS-CERT-NOT-EOF            VALUE "N".
000910  01  WS-DELEG-SCAN-SWITCH      PIC X(01).
000920      88  WS-DELEG-SCAN-DONE        VALUE "Y".
000930      88  WS-DELEG-SCAN-MORE         VALUE "N".
000940  01  WS-DELEG-OPEN-SWITCH      PIC X(01).
000950      88  WS-DELEG-OPEN             VALUE "Y".
000960      88  WS-DELEG-NOT-OPEN          VALUE "N".
000970*
000980  01  WS-CURRENT-DATE           PIC 9(08).
000990  01  WS-USERS-READ-COUNT       PIC 9(06) COMP.
001000  01  WS-ITEMS-WRITTEN-COUNT    PIC 9(06) COMP.
001010  01  WS-DELEGATED-COUNT        PIC 9(06) COMP.
001020  01  WS-STILL-OPEN-COUNT       PIC 9(06) COMP.
001030*
001040  PROCEDURE DIVISION.
001050*
001060  0000-MAINLINE.
001070      PERFORM 1000-INITIALIZE
001080          THRU 1000-EXIT.
001090      PERFORM 2000-WRITE-ONE-ITEM
001100          THRU 2000-EXIT
001110          UNTIL WS-USER-EOF.
001120      PERFORM 9000-TERMINATE
001130          THRU 9000-EXIT.
001140      GOBACK.
001150*
001160*--------------------------------------------------------------*
001170*    1000-INITIALIZE - REFUSE TO OPEN OVER A CAMPAIGN STILL IN
001180*    PROGRESS, THEN START THE CERTFILE AFRESH.  NO DELEGATION
001190*    FILE YET SIMPLY MEANS NO ACCOUNT HAS A DELEGATION.
001200*--------------------------------------------------------------*
001210  1000-INITIALIZE.
001220      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001230      MOVE 0 TO WS-USERS-READ-COUNT.
001240      MOVE 0 TO WS-ITEMS-WRITTEN-COUNT.
001250      MOVE 0 TO WS-DELEGATED-COUNT.
001260      MOVE 0 TO WS-STILL-OPEN-COUNT.
001270      MOVE "N" TO WS-USER-EOF-SWITCH.
001280      PERFORM 1100-CHECK-PRIOR-CAMPAIGN
001290          THRU 1100-EXIT.
001300      IF WS-STILL-OPEN-COUNT > 0
001310          DISPLAY "RECERT_OPEN - PRIOR CAMPAIGN HAS "
001320              WS-STILL-OPEN-COUNT " ITEMS NOT YET CLOSED - "
001330              "RUN RECERT_CLOSE FIRST"
001340          MOVE 8 TO RETURN-CODE
001350          STOP RUN.
001360      OPEN OUTPUT CERT-FILE.
001370      IF NOT WS-CERT-FILE-OK
001380          DISPLAY "RECERT_OPEN - UNABLE TO OPEN CERTFILE, "
001390              "STATUS " WS-CERT-FILE-STATUS
001400          MOVE 16 TO RETURN-CODE
001410          STOP RUN
001420      END-IF.
001430      OPEN INPUT USER-FILE.
001440      IF NOT WS-USER-FILE-OK
001450          DISPLAY "RECERT_OPEN - UNABLE TO OPEN USERFILE, "
001460              "STATUS " WS-USER-FILE-STATUS
001470          CLOSE CERT-FILE
001480          MOVE 16 TO RETURN-CODE
001490          STOP RUN
001500      END-IF.
001510      OPEN INPUT DELEG-FILE.
001520      IF WS-DELEG-FILE-OK
001530          SET WS-DELEG-OPEN TO TRUE
001540      ELSE
001550          SET WS-DELEG-NOT-OPEN TO TRUE
001560          IF NOT WS-DELEG-FILE-NO-FILE
001570*    A DELEGATION FILE THAT EXISTS BUT WILL NOT OPEN WOULD HIDE
001580*    BORROWED ACCESS FROM THE REVIEWERS - STOP RATHER THAN OPEN
001590*    A CAMPAIGN THAT UNDERSTATES IT.
001600              DISPLAY "RECERT_OPEN - UNABLE TO OPEN DELGFILE, "
001610                  "STATUS " WS-DELEG-FILE-STATUS
001620              CLOSE CERT-FILE
001630              CLOSE USER-FILE
001640              MOVE 16 TO RETURN-CODE
001650              STOP RUN
001660          END-IF
001670      END-IF.
001680      DISPLAY "RECERT_OPEN - OPENING CAMPAIGN " WS-CURRENT-DATE.
001690  1000-EXIT.
001700      EXIT.
001710*
001720*--------------------------------------------------------------*
001730*    1100-CHECK-PRIOR-CAMPAIGN - COUNT ANY ITEM THE LAST
001740*    CAMPAIGN'S CLOSE HAS NOT YET ACTED ON.  NO CERTFILE YET IS
001750*    THE FIRST CAMPAIGN EVER.
001760*--------------------------------------------------------------*
001770  1100-CHECK-PRIOR-CAMPAIGN.
001780      OPEN INPUT CERT-FILE.
001790      IF WS-CERT-FILE-NO-FILE
001800          GO TO 1100-EXIT.
001810      IF NOT WS-CERT-FILE-OK
001820          DISPLAY "RECERT_OPEN - UNABLE TO OPEN CERTFILE, "
001830              "STATUS " WS-CERT-FILE-STATUS
001840          MOVE 16 TO RETURN-CODE
001850          STOP RUN
001860      END-IF.
001870      MOVE "N" TO WS-CERT-EOF-SWITCH.
001880      PERFORM 1110-CHECK-ONE-ITEM
001890          THRU 1110-EXIT
001900          UNTIL WS-CERT-EOF.
001910      CLOSE CERT-FILE.
001920  1100-EXIT.
001930      EXIT.
001940*
001950  1110-CHECK-ONE-ITEM.
001960      READ CERT-FILE NEXT RECORD
001970          AT END
001980              SET WS-CERT-EOF TO TRUE
001990      END-READ.
002000      IF NOT WS-CERT-FILE-OK AND NOT WS-CERT-FILE-EOF
002010          DISPLAY "RECERT_OPEN - CERTFILE READ ERROR, STATUS "
002020              WS-CERT-FILE-STATUS
002030          MOVE 16 TO RETURN-CODE
002040          STOP RUN.
002050      IF WS-CERT-EOF
002060          GO TO 1110-EXIT.
002070      IF CRT-OPEN
002080          ADD 1 TO WS-STILL-OPEN-COUNT.
002090  1110-EXIT.
002100      EXIT.
002110*
002120*--------------------------------------------------------------*
002130*    2000-WRITE-ONE-ITEM - ONE REVIEW ITEM PER ACCOUNT, WHATEVER
002140*    ITS STATUS.  A SUSPENDED ACCOUNT STILL CARRIES ENTITLEMENTS
002150*    THAT COME BACK WITH IT IF IT IS RE-ENABLED, SO IT IS
002160*    REVIEWED LIKE ANY OTHER.
002170*--------------------------------------------------------------*
002180  2000-WRITE-ONE-ITEM.
002190      READ USER-FILE NEXT RECORD
002200          AT END
002210              SET WS-USER-EOF TO TRUE
002220      END-READ.
002230      IF NOT WS-USER-FILE-OK AND NOT WS-USER-FILE-EOF
002240          DISPLAY "RECERT_OPEN - USERFILE READ ERROR, STATUS "
002250              WS-USER-FILE-STATUS
002260          MOVE 8 TO RETURN-CODE
002270          SET WS-USER-EOF TO TRUE.
002280      IF WS-USER-EOF
002290          GO TO 2000-EXIT.
002300      ADD 1 TO WS-USERS-READ-COUNT.
002310      MOVE SPACES TO RECERT-ITEM-RECORD.
002320      MOVE USR-DEPARTMENT TO CRT-DEPARTMENT.
002330      MOVE USR-USERNAME TO CRT-USERNAME.
002340      MOVE WS-CURRENT-DATE TO CRT-CAMPAIGN-DATE.
002350      MOVE USR-ACCOUNT-STATUS TO CRT-ACCOUNT-STATUS.
002360      MOVE USR-ROLE-CODE TO CRT-ROLE-CODE.
002370      MOVE USR-ENTITLEMENT-FLAGS (1:4) TO CRT-ENTITLEMENTS.
002380      IF USR-LAST-SIGNON-DATE IS NUMERIC
002390          MOVE USR-LAST-SIGNON-DATE TO CRT-LAST-SIGNON-DATE
002400      ELSE
002410          MOVE 0 TO CRT-LAST-SIGNON-DATE
002420      END-IF.
002430      MOVE 0 TO CRT-DLG-COUNT.
002440      MOVE "NNNN" TO CRT-DLG-ENTITLEMENTS.
002450      MOVE 0 TO CRT-DLG-TO-DATE.
002460      MOVE 0 TO CRT-CERTIFIED-DATE.
002470      MOVE 0 TO CRT-CERTIFIED-TIME.
002480      MOVE 0 TO CRT-CLOSED-DATE.
002490      IF WS-DELEG-OPEN
002500          PERFORM 2100-SUMMARIZE-DELEGATIONS
002510              THRU 2100-EXIT.
002520      IF CRT-DLG-COUNT > 0
002530          ADD 1 TO WS-DELEGATED-COUNT.
002540      WRITE RECERT-ITEM-RECORD
002550          INVALID KEY
002560              DISPLAY "RECERT_OPEN - ITEM WRITE FAILED FOR "
002570                  USR-USERNAME " STATUS " WS-CERT-FILE-STATUS
002580              MOVE 8 TO RETURN-CODE
002590              GO TO 2000-EXIT
002600      END-WRITE.
002610      ADD 1 TO WS-ITEMS-WRITTEN-COUNT.
002620  2000-EXIT.
002630      EXIT.
002640*
002650*--------------------------------------------------------------*
002660*    2100-SUMMARIZE-DELEGATIONS - THE DELGFILE KEY LEADS WITH
002670*    THE GRANTEE, SO EVERY DELEGATION TO THIS ACCOUNT READS
002680*    TOGETHER.  ONLY A GRANT LIVE TODAY IS SHOWN - THE SAME
002690*    TEST CRED_CHECK APPLIES BEFORE MERGING ONE.
002700*--------------------------------------------------------------*
002710  2100-SUMMARIZE-DELEGATIONS.
002720      SET WS-DELEG-SCAN-MORE TO TRUE.
002730      MOVE USR-USERNAME TO DLG-GRANTEE.
002740      MOVE LOW-VALUES TO DLG-GRANTOR.
002750      START DELEG-FILE KEY IS NOT LESS THAN DLG-DELEGATION-KEY
002760          INVALID KEY
002770              GO TO 2100-EXIT
002780      END-START.
002790      PERFORM 2110-READ-NEXT-DELEGATION
002800          THRU 2110-EXIT
002810          UNTIL WS-DELEG-SCAN-DONE.
002820  2100-EXIT.
002830      EXIT.
002840*
002850  2110-READ-NEXT-DELEGATION.
002860      READ DELEG-FILE NEXT RECORD
002870          AT END
002880              SET WS-DELEG-SCAN-DONE TO TRUE
002890              GO TO 2110-EXIT
002900      END-READ.
002910      IF DLG-GRANTEE NOT = USR-USERNAME
002920          SET WS-DELEG-SCAN-DONE TO TRUE
002930          GO TO 2110-EXIT.
002940      IF DLG-FROM-DATE IS NOT NUMERIC
002950         OR DLG-TO-DATE IS NOT NUMERIC
002960         OR DLG-FROM-DATE > WS-CURRENT-DATE
002970         OR DLG-TO-DATE < WS-CURRENT-DATE
002980          GO TO 2110-EXIT.
002990      ADD 1 TO CRT-DLG-COUNT.
003000      IF CRT-DLG-COUNT = 1
003010          MOVE DLG-GRANTOR TO CRT-DLG-GRANTOR.
003020      IF DLG-ENT-INQUIRY = "Y"
003030          MOVE "Y" TO CRT-DLG-ENTITLEMENTS (1:1).
003040      IF DLG-ENT-UPDATE = "Y"
003050          MOVE "Y" TO CRT-DLG-ENTITLEMENTS (2:1).
003060      IF DLG-ENT-SUPERVISOR = "Y"
003070          MOVE "Y" TO CRT-DLG-ENTITLEMENTS (3:1).
003080      IF DLG-ENT-ADMIN = "Y"
003090          MOVE "Y" TO CRT-DLG-ENTITLEMENTS (4:1).
003100      IF DLG-TO-DATE > CRT-DLG-TO-DATE
003110          MOVE DLG-TO-DATE TO CRT-DLG-TO-DATE.
003120  2110-EXIT.
003130      EXIT.
003140*
003150*--------------------------------------------------------------*
003160*    9000-TERMINATE
003170*--------------------------------------------------------------*
003180  9000-TERMINATE.
003190      CLOSE USER-FILE.
003200      CLOSE CERT-FILE.
003210      IF WS-DELEG-OPEN
003220          CLOSE DELEG-FILE.
003230      DISPLAY "RECERT_OPEN - ACCOUNTS READ:        "
003240          WS-USERS-READ-COUNT.
003250      DISPLAY "RECERT_OPEN - REVIEW ITEMS WRITTEN: "
003260          WS-ITEMS-WRITTEN-COUNT.
003270      DISPLAY "RECERT_OPEN - WITH LIVE DELEGATION: "
003280          WS-DELEGATED-COUNT.
003290  9000-EXIT.
003300      EXIT.
003310*
003320  END PROGRAM RECERT_OPEN.
