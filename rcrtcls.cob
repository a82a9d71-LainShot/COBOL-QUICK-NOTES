000100*
000110*    RCRTCLS.COB
000120*
000130*    PROGRAM-ID: RECERT_CLOSE
000140*
000150*    PURPOSE:    CLOSES THE ACCESS RECERTIFICATION CAMPAIGN ON
000160*                THE CERTFILE (SEE RCRTITM.CPY AND RCRTCLS.JCL)
000170*                AND ACTS ON EVERY ITEM STILL OPEN:
000180*
000190*                - KEEP: NOTHING CHANGES.
000200*                - REVOKE: THE FOUR ENTITLEMENT FLAGS ARE SET
000210*                  TO "N" (AUDIT ACTION 23) AND EVERY DELEGATION
000220*                  TO THE ACCOUNT IS DELETED (ACTION 10, THE
000230*                  SAME AS A DELEG_ADMIN CANCEL).
000240*                - NOT REVIEWED: THE ACCOUNT IS DISABLED WITH
000250*                  STATUS "D" (ACTION 24) - ACCESS NOBODY WILL
000260*                  VOUCH FOR DOES NOT STAY ON.  AN ACCOUNT
000270*                  ALREADY DISABLED OR HR-SUSPENDED IS LEFT AS
000280*                  IT IS.
000290*
000300*                EVERY CREDENTIAL-FILE CHANGE IS JOURNALED
000310*                THROUGH USERFILE_JOURNAL AND WRITTEN TO THE
000320*                AUDIT TRAIL THROUGH AUDIT_LOG WITH OUTCOME "A".
000330*                EACH ITEM IS STAMPED WITH WHAT WAS DONE AND
000340*                WHEN, FOR THE COMPLETION REPORT.  AN ITEM WHOSE
000350*                CHANGE FAILS IS LEFT OPEN AND THE RUN POSTS
000360*                RC 8 - A RERUN PICKS UP ONLY WHAT IS STILL OPEN.
000370*                SO IS A REVOKE WHOSE FLAGS WERE STRIPPED BUT A
000380*                DELEGATION TO THE ACCOUNT COULD NOT BE DELETED -
000390*                THE BORROWED ACCESS IS STILL LIVE, SO THE ITEM
000400*                IS NOT SHOWN CLOSED; THE RERUN FINDS THE FLAGS
000410*                ALREADY OFF AND RETRIES ONLY THE DELEGATIONS.
000420*
000430*    CALLS:      AUDIT_LOG, USERFILE_JOURNAL.
000440*
000450*    MODIFICATION HISTORY
000460*    DATE       BY    DESCRIPTION
000470*    ---------- ----- --------------------------------------------
000480*    2026-10-15 DLH   ORIGINAL.
000490*
000500  IDENTIFICATION DIVISION.
000510  PROGRAM-ID. RECERT_CLOSE.
000520  AUTHOR. D L HOLLOWAY.
000530  INSTALLATION. SIGN-ON SERVICES.
000540  DATE-WRITTEN. 2026-10-15.
000550  DATE-COMPILED.
000560*
000570  ENVIRONMENT DIVISION.
000580  INPUT-OUTPUT SECTION.
000590  FILE-CONTROL.
000600      SELECT CERT-FILE ASSIGN TO "CERTFILE"
000610          ORGANIZATION INDEXED
000620          ACCESS MODE SEQUENTIAL
000630          RECORD KEY CRT-ITEM-KEY
000640          FILE STATUS WS-CERT-FILE-STATUS.
000650      SELECT USER-FILE ASSIGN TO "USERFILE"
000660          ORGANIZATION INDEXED
000670          ACCESS MODE DYNAMIC
000680          RECORD KEY USR-USERNAME
000690          FILE STATUS WS-USER-FILE-STATUS.
000700      SELECT DELEG-FILE ASSIGN TO "DELGFILE"
000710          ORGANIZATION INDEXED
000720          ACCESS MODE DYNAMIC
000730          RECORD KEY DLG-DELEGATION-KEY
000740          FILE STATUS WS-DELEG-FILE-STATUS.
000750*
000760  DATA DIVISION.
000770  FILE SECTION.
000780  FD  CERT-FILE.
000790      COPY RCRTITM.CPY.
000800  FD  USER-FILE.
000810      COPY USERREC.CPY.
000820  FD  DELEG-FILE.
000830      COPY DELGREC.CPY.
000840*
000850  WORKING-STORAGE SECTION.
000860*
000870  01  WS-CERT-FILE-STATUS       PIC X(02).
000880      88  WS-CERT-FILE-OK           VALUE "00".
000890      88  WS-CERT-FILE-EOF          VALUE "10".
000900  01  WS-USER-FILE-STATUS       PIC X(02).
000910      88  WS-USER-FILE-OK           VALUE "00".
000920  01  WS-DELEG-FILE-STATUS      PIC X(02).
000930      88  WS-DELEG-FILE-OK          VALUE "00".
000940      88  WS-DELEG-FILE-NO-FILE     VALUE "35".
000950*
000960  01  WS-CERT-EOF-SWITCH        PIC X(01).
000970      88  WS-CERT-EOF               VALUE "Y".
000980      88  WS-CERT-NOT-EOF            VALUE "N".
000990  01  WS-DELEG-OPEN-SWITCH      PIC X(01).
001000      88  WS-DELEG-OPEN             VALUE "Y".
001010      88  WS-DELEG-NOT-OPEN          VALUE "N".
001020  01  WS-DELEG-SCAN-SWITCH      PIC X(01).
001030      88  WS-DELEG-SCAN-DONE        VALUE "Y".
001040      88  WS-DELEG-SCAN-MORE         VALUE "N".
001050  01  WS-DELEG-FAIL-SWITCH      PIC X(01).
001060      88  WS-DELEG-FAILED           VALUE "Y".
001070      88  WS-DELEG-ALL-ENDED         VALUE "N".
001080*
001090  01  WS-CURRENT-DATE           PIC 9(08).
001100  01  WS-ITEMS-READ-COUNT       PIC 9(06) COMP.
001110  01  WS-ALREADY-CLOSED-COUNT   PIC 9(06) COMP.
001120  01  WS-KEPT-COUNT             PIC 9(06) COMP.
001130  01  WS-STRIPPED-COUNT         PIC 9(06) COMP.
001140  01  WS-DISABLED-COUNT         PIC 9(06) COMP.
001150  01  WS-INACTIVE-COUNT         PIC 9(06) COMP.
001160  01  WS-NOT-ON-FILE-COUNT      PIC 9(06) COMP.
001170  01  WS-DELEG-ENDED-COUNT      PIC 9(06) COMP.
001180  01  WS-FAILED-COUNT           PIC 9(06) COMP.
001190  01  WS-DELEG-LEFT-COUNT       PIC 9(06) COMP.
001200  01  WS-RUN-RETURN-CODE        PIC 9(02).
001210*
001220  01  WS-AUDIT-USERNAME         PIC X(32).
001230  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
001240  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
001250*
001260*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL - THE BEFORE
001270*    IMAGE IS TAKEN AT READ TIME, THE AFTER IMAGE JUST BEFORE
001280*    THE REWRITE.
001290  01  WS-BEFORE-IMAGE           PIC X(200).
001300  01  WS-AFTER-IMAGE            PIC X(200).
001310*
001320      COPY USRJRNC.CPY.
001330*
001340  PROCEDURE DIVISION.
001350*
001360  0000-MAINLINE.
001370      PERFORM 1000-INITIALIZE
001380          THRU 1000-EXIT.
001390      PERFORM 2000-CLOSE-ONE-ITEM
001400          THRU 2000-EXIT
001410          UNTIL WS-CERT-EOF.
001420      PERFORM 9000-TERMINATE
001430          THRU 9000-EXIT.
001440      GOBACK.
001450*
001460*--------------------------------------------------------------*
001470*    1000-INITIALIZE - NO CERTFILE MEANS NO CAMPAIGN WAS EVER
001480*    OPENED, WHICH IS AN OPERATING ERROR, NOT AN EMPTY CLOSE.
001490*    NO DELEGATION FILE YET SIMPLY MEANS NOTHING TO END.
001500*--------------------------------------------------------------*
001510  1000-INITIALIZE.
001520      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001530      MOVE 0 TO WS-ITEMS-READ-COUNT.
001540      MOVE 0 TO WS-ALREADY-CLOSED-COUNT.
001550      MOVE 0 TO WS-KEPT-COUNT.
001560      MOVE 0 TO WS-STRIPPED-COUNT.
001570      MOVE 0 TO WS-DISABLED-COUNT.
001580      MOVE 0 TO WS-INACTIVE-COUNT.
001590      MOVE 0 TO WS-NOT-ON-FILE-COUNT.
001600      MOVE 0 TO WS-DELEG-ENDED-COUNT.
001610      MOVE 0 TO WS-FAILED-COUNT.
001620      MOVE 0 TO WS-DELEG-LEFT-COUNT.
001630      MOVE 0 TO WS-RUN-RETURN-CODE.
001640      MOVE "N" TO WS-CERT-EOF-SWITCH.
001650      OPEN I-O CERT-FILE.
001660      IF NOT WS-CERT-FILE-OK
001670          DISPLAY "RECERT_CLOSE - UNABLE TO OPEN CERTFILE, "
001680              "STATUS " WS-CERT-FILE-STATUS
001690          MOVE 16 TO RETURN-CODE
001700          STOP RUN
001710      END-IF.
001720      OPEN I-O USER-FILE.
001730      IF NOT WS-USER-FILE-OK
001740          DISPLAY "RECERT_CLOSE - UNABLE TO OPEN USERFILE, "
001750              "STATUS " WS-USER-FILE-STATUS
001760          CLOSE CERT-FILE
001770          MOVE 16 TO RETURN-CODE
001780          STOP RUN
001790      END-IF.
001800      OPEN I-O DELEG-FILE.
001810      IF WS-DELEG-FILE-OK
001820          SET WS-DELEG-OPEN TO TRUE
001830      ELSE
001840          SET WS-DELEG-NOT-OPEN TO TRUE
001850          IF NOT WS-DELEG-FILE-NO-FILE
001860*    A REVOCATION THAT LEFT BORROWED ACCESS IN PLACE WOULD BE
001870*    REPORTED AS DONE WHEN IT WAS NOT - STOP INSTEAD.
001880              DISPLAY "RECERT_CLOSE - UNABLE TO OPEN DELGFILE, "
001890                  "STATUS " WS-DELEG-FILE-STATUS
001900              CLOSE CERT-FILE
001910              CLOSE USER-FILE
001920              MOVE 16 TO RETURN-CODE
001930              STOP RUN
001940          END-IF
001950      END-IF.
001960      DISPLAY "RECERT_CLOSE - CLOSING RECERTIFICATION CAMPAIGN".
001970  1000-EXIT.
001980      EXIT.
001990*
002000*--------------------------------------------------------------*
002010*    2000-CLOSE-ONE-ITEM - READ EACH ITEM IN TURN AND ACT ON ANY
002020*    NOT ALREADY CLOSED.  THE ITEM IS STAMPED ONLY ONCE ITS
002030*    ACTION HAS TAKEN.
002040*--------------------------------------------------------------*
002050  2000-CLOSE-ONE-ITEM.
002060      READ CERT-FILE NEXT RECORD
002070          AT END
002080              SET WS-CERT-EOF TO TRUE
002090      END-READ.
002100      IF NOT WS-CERT-FILE-OK AND NOT WS-CERT-FILE-EOF
002110          DISPLAY "RECERT_CLOSE - CERTFILE READ ERROR, STATUS "
002120              WS-CERT-FILE-STATUS
002130          MOVE 8 TO WS-RUN-RETURN-CODE
002140          SET WS-CERT-EOF TO TRUE.
002150      IF WS-CERT-EOF
002160          GO TO 2000-EXIT.
002170      ADD 1 TO WS-ITEMS-READ-COUNT.
002180      IF NOT CRT-OPEN
002190          ADD 1 TO WS-ALREADY-CLOSED-COUNT
002200          GO TO 2000-EXIT.
002210      EVALUATE TRUE
002220          WHEN CRT-KEEP
002230              SET CRT-CLOSED-KEPT TO TRUE
002240              ADD 1 TO WS-KEPT-COUNT
002250          WHEN CRT-REVOKE
002260              PERFORM 3000-REVOKE-ENTITLEMENTS
002270                  THRU 3000-EXIT
002280          WHEN OTHER
002290              PERFORM 4000-DISABLE-UNREVIEWED
002300                  THRU 4000-EXIT
002310      END-EVALUATE.
002320      IF CRT-OPEN
002330          GO TO 2000-EXIT.
002340      MOVE WS-CURRENT-DATE TO CRT-CLOSED-DATE.
002350      REWRITE RECERT-ITEM-RECORD.
002360      IF NOT WS-CERT-FILE-OK
002370          DISPLAY "RECERT_CLOSE - ITEM REWRITE FAILED FOR "
002380              CRT-USERNAME " STATUS " WS-CERT-FILE-STATUS
002390          MOVE 8 TO WS-RUN-RETURN-CODE.
002400  2000-EXIT.
002410      EXIT.
002420*
002430*--------------------------------------------------------------*
002440*    3000-REVOKE-ENTITLEMENTS - STRIP ALL FOUR FLAGS AND END
002450*    EVERY DELEGATION TO THE ACCOUNT.  THE ACCOUNT ITSELF STAYS
002460*    USABLE - THE SUPERVISOR REVOKED ITS ACCESS, NOT ITS OWNER.
002470*--------------------------------------------------------------*
002480  3000-REVOKE-ENTITLEMENTS.
002490      PERFORM 5000-READ-ACCOUNT
002500          THRU 5000-EXIT.
002510      IF NOT WS-USER-FILE-OK
002520          GO TO 3000-EXIT.
002530*    FLAGS ALREADY OFF ARE A RERUN AFTER A DELEGATION FAILURE -
002540*    NOTHING TO REWRITE, JOURNAL OR AUDIT A SECOND TIME.
002550      IF USR-ENTITLEMENT-FLAGS (1:4) NOT = "NNNN"
002560          MOVE "NNNN" TO USR-ENTITLEMENT-FLAGS (1:4)
002570          MOVE 23 TO WS-AUDIT-ACTION-CODE
002580          PERFORM 6000-REWRITE-ACCOUNT
002590              THRU 6000-EXIT
002600          IF NOT WS-USER-FILE-OK
002610              GO TO 3000-EXIT
002620          END-IF
002630      END-IF.
002640*    DELGFILE IS ONLY LEFT UNOPENED WHEN IT DOES NOT EXIST YET
002650*    (SEE 1000) - THERE IS THEN NO DELEGATION TO END.
002660      SET WS-DELEG-ALL-ENDED TO TRUE.
002670      IF WS-DELEG-OPEN
002680          PERFORM 3100-END-DELEGATIONS
002690              THRU 3100-EXIT.
002700      IF WS-DELEG-FAILED
002710          ADD 1 TO WS-DELEG-LEFT-COUNT
002720          MOVE 8 TO WS-RUN-RETURN-CODE
002730          GO TO 3000-EXIT.
002740      SET CRT-CLOSED-STRIPPED TO TRUE.
002750      ADD 1 TO WS-STRIPPED-COUNT.
002760  3000-EXIT.
002770      EXIT.
002780*
002790*--------------------------------------------------------------*
002800*    3100-END-DELEGATIONS - THE DELGFILE KEY LEADS WITH THE
002810*    GRANTEE, SO EVERY DELEGATION TO THIS ACCOUNT READS
002820*    TOGETHER.  A GRANT NOT YET STARTED GOES TOO - REVOKED
002830*    ACCESS MUST NOT COME BACK NEXT WEEK BY THE SIDE DOOR.  A
002840*    DELETE THAT FAILS SETS WS-DELEG-FAILED AND THE SCAN GOES ON
002850*    TO END THE REST.
002860*--------------------------------------------------------------*
002870  3100-END-DELEGATIONS.
002880      SET WS-DELEG-SCAN-MORE TO TRUE.
002890      MOVE CRT-USERNAME TO DLG-GRANTEE.
002900      MOVE LOW-VALUES TO DLG-GRANTOR.
002910      START DELEG-FILE KEY IS NOT LESS THAN DLG-DELEGATION-KEY
002920          INVALID KEY
002930              GO TO 3100-EXIT
002940      END-START.
002950      IF NOT WS-DELEG-FILE-OK
002960          DISPLAY "RECERT_CLOSE - DELGFILE START FAILED FOR "
002970              CRT-USERNAME " STATUS " WS-DELEG-FILE-STATUS
002980          SET WS-DELEG-FAILED TO TRUE
002990          GO TO 3100-EXIT.
003000      PERFORM 3110-END-NEXT-DELEGATION
003010          THRU 3110-EXIT
003020          UNTIL WS-DELEG-SCAN-DONE.
003030  3100-EXIT.
003040      EXIT.
003050*
003060  3110-END-NEXT-DELEGATION.
003070      READ DELEG-FILE NEXT RECORD
003080          AT END
003090              SET WS-DELEG-SCAN-DONE TO TRUE
003100              GO TO 3110-EXIT
003110      END-READ.
003120      IF NOT WS-DELEG-FILE-OK
003130          DISPLAY "RECERT_CLOSE - DELGFILE READ FAILED FOR "
003140              CRT-USERNAME " STATUS " WS-DELEG-FILE-STATUS
003150          SET WS-DELEG-FAILED TO TRUE
003160          SET WS-DELEG-SCAN-DONE TO TRUE
003170          GO TO 3110-EXIT.
003180      IF DLG-GRANTEE NOT = CRT-USERNAME
003190          SET WS-DELEG-SCAN-DONE TO TRUE
003200          GO TO 3110-EXIT.
003210      DELETE DELEG-FILE.
003220      IF NOT WS-DELEG-FILE-OK
003230          DISPLAY "RECERT_CLOSE - DELEGATION DELETE FAILED FOR "
003240              CRT-USERNAME " STATUS " WS-DELEG-FILE-STATUS
003250          SET WS-DELEG-FAILED TO TRUE
003260          GO TO 3110-EXIT.
003270      ADD 1 TO WS-DELEG-ENDED-COUNT.
003280      MOVE CRT-USERNAME TO WS-AUDIT-USERNAME.
003290      MOVE 10 TO WS-AUDIT-ACTION-CODE.
003300      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
003310          WS-AUDIT-ACTION-CODE.
003320  3110-EXIT.
003330      EXIT.
003340*
003350*--------------------------------------------------------------*
003360*    4000-DISABLE-UNREVIEWED - NOBODY VOUCHED FOR THIS ACCESS,
003370*    SO THE ACCOUNT IS DISABLED.  RE-ENABLING IT IS AN ORDINARY
003380*    USER_ADMIN "E" ONCE SOMEONE DOES.
003390*--------------------------------------------------------------*
003400  4000-DISABLE-UNREVIEWED.
003410      PERFORM 5000-READ-ACCOUNT
003420          THRU 5000-EXIT.
003430      IF NOT WS-USER-FILE-OK
003440          GO TO 4000-EXIT.
003450*    AN HR SUSPENSION SAYS MORE THAN "D" DOES - LEAVE IT SHOWING.
003460      IF USR-ACCOUNT-DISABLED
003470         OR USR-ACCOUNT-HR-TERM
003480          SET CRT-CLOSED-INACTIVE TO TRUE
003490          ADD 1 TO WS-INACTIVE-COUNT
003500          GO TO 4000-EXIT.
003510      MOVE "D" TO USR-ACCOUNT-STATUS.
003520      MOVE 24 TO WS-AUDIT-ACTION-CODE.
003530      PERFORM 6000-REWRITE-ACCOUNT
003540          THRU 6000-EXIT.
003550      IF NOT WS-USER-FILE-OK
003560          GO TO 4000-EXIT.
003570      SET CRT-CLOSED-DISABLED TO TRUE.
003580      ADD 1 TO WS-DISABLED-COUNT.
003590  4000-EXIT.
003600      EXIT.
003610*
003620*--------------------------------------------------------------*
003630*    5000-READ-ACCOUNT - AN ACCOUNT DELETED SINCE THE CAMPAIGN
003640*    OPENED HAS NOTHING LEFT TO REMOVE; ITS ITEM CLOSES AS NOT
003650*    ON FILE.  THE CALLER TESTS WS-USER-FILE-OK.
003660*--------------------------------------------------------------*
003670  5000-READ-ACCOUNT.
003680      MOVE CRT-USERNAME TO USR-USERNAME.
003690      READ USER-FILE
003700          INVALID KEY
003710              SET CRT-CLOSED-NOT-ON-FILE TO TRUE
003720              ADD 1 TO WS-NOT-ON-FILE-COUNT
003730              GO TO 5000-EXIT
003740      END-READ.
003750      IF NOT WS-USER-FILE-OK
003760          DISPLAY "RECERT_CLOSE - USERFILE READ FAILED FOR "
003770              CRT-USERNAME " STATUS " WS-USER-FILE-STATUS
003780          ADD 1 TO WS-FAILED-COUNT
003790          MOVE 8 TO WS-RUN-RETURN-CODE
003800          GO TO 5000-EXIT.
003810*    THE JOURNAL'S BEFORE IMAGE IS THE RECORD AS IT WAS READ.
003820      MOVE SPACES TO WS-BEFORE-IMAGE.
003830      MOVE USER-RECORD TO WS-BEFORE-IMAGE.
003840  5000-EXIT.
003850      EXIT.
003860*
003870*--------------------------------------------------------------*
003880*    6000-REWRITE-ACCOUNT - THE CALLER HAS MADE ITS CHANGE AND
003890*    SET THE ACTION CODE.  NOTHING IS JOURNALED OR AUDITED
003900*    UNLESS THE REWRITE ACTUALLY TOOK.
003910*--------------------------------------------------------------*
003920  6000-REWRITE-ACCOUNT.
003930      MOVE USER-RECORD TO WS-AFTER-IMAGE.
003940      REWRITE USER-RECORD.
003950      IF NOT WS-USER-FILE-OK
003960          DISPLAY "RECERT_CLOSE - USERFILE REWRITE FAILED FOR "
003970              CRT-USERNAME " STATUS " WS-USER-FILE-STATUS
003980          ADD 1 TO WS-FAILED-COUNT
003990          MOVE 8 TO WS-RUN-RETURN-CODE
004000          GO TO 6000-EXIT.
004010      MOVE "RECERT_CLOSE" TO UJP-PROGRAM-NAME.
004020      SET UJP-ACTION-REWRITE TO TRUE.
004030      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
004040      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
004050      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
004060      MOVE CRT-USERNAME TO WS-AUDIT-USERNAME.
004070      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
004080          WS-AUDIT-ACTION-CODE.
004090  6000-EXIT.
004100      EXIT.
004110*
004120*--------------------------------------------------------------*
004130*    9000-TERMINATE
004140*--------------------------------------------------------------*
004150  9000-TERMINATE.
004160      CLOSE CERT-FILE.
004170      CLOSE USER-FILE.
004180      IF WS-DELEG-OPEN
004190          CLOSE DELEG-FILE.
004200      DISPLAY "RECERT_CLOSE - ITEMS READ:            "
004210          WS-ITEMS-READ-COUNT.
004220      DISPLAY "RECERT_CLOSE - ALREADY CLOSED:        "
004230          WS-ALREADY-CLOSED-COUNT.
004240      DISPLAY "RECERT_CLOSE - KEPT:                  "
004250          WS-KEPT-COUNT.
004260      DISPLAY "RECERT_CLOSE - ENTITLEMENTS REMOVED:  "
004270          WS-STRIPPED-COUNT.
004280      DISPLAY "RECERT_CLOSE - DELEGATIONS ENDED:     "
004290          WS-DELEG-ENDED-COUNT.
004300      DISPLAY "RECERT_CLOSE - UNREVIEWED, DISABLED:  "
004310          WS-DISABLED-COUNT.
004320      DISPLAY "RECERT_CLOSE - UNREVIEWED, INACTIVE:  "
004330          WS-INACTIVE-COUNT.
004340      DISPLAY "RECERT_CLOSE - ACCOUNT NOT ON FILE:   "
004350          WS-NOT-ON-FILE-COUNT.
004360      DISPLAY "RECERT_CLOSE - LEFT OPEN, FAILED:     "
004370          WS-FAILED-COUNT.
004380      DISPLAY "RECERT_CLOSE - LEFT OPEN, DELEGATION: "
004390          WS-DELEG-LEFT-COUNT.
004400      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
004410  9000-EXIT.
004420      EXIT.
004430*
004440  END PROGRAM RECERT_CLOSE.
