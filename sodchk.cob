000100*
000110*    SODCHK.COB
000120*
000130*    PROGRAM-ID: SOD_CHECK
000140*
000150*    PURPOSE:    TESTS ONE ACCOUNT'S ENTITLEMENTS AGAINST THE
000160*                ACTIVE SEGREGATION-OF-DUTIES RULES ON THE
000170*                SODFILE (SEE SODRULE.CPY) AND HANDS BACK THE
000180*                FIRST RULE IT BREAKS.  THE ONE PLACE THE RULE
000190*                TYPES ARE INTERPRETED, SO THE ONLINE REFUSALS
000200*                AND THE NIGHTLY REPORT CAN NEVER DISAGREE ABOUT
000210*                WHAT A RULE MEANS.
000220*
000230*                THE DELEGATED FLAGS TESTED ARE THE CALLER'S
000240*                PLUS EVERY DELEGATION TO THE ACCOUNT ON THE
000250*                DELGFILE NOT YET PAST ITS TO DATE - A GRANT
000260*                STARTING NEXT WEEK IS TESTED NOW, WHILE THERE
000270*                IS STILL TIME TO REFUSE IT.  NO DELEGATION FILE
000280*                MEANS NO DELEGATIONS, THE SAME AS CRED_CHECK.
000290*
000300*                BOTH FILES ARE OPENED AND CLOSED ON EVERY CALL,
000310*                SO A RULE SET THROUGH SOD_ADMIN TAKES EFFECT ON
000320*                THE NEXT CHANGE, NOT THE NEXT SESSION.
000330*
000340*    CALLED BY:  USER_ADMIN, DELEG_ADMIN, SOD_REPORT.
000350*
000360*    LINKAGE:    SOD-CHECK-PARMS - SEE SODCHKP.CPY.
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       BY    DESCRIPTION
000400*    ---------- ----- --------------------------------------------
000410*    2026-10-15 DLH   ORIGINAL.
000420*
000430  IDENTIFICATION DIVISION.
000440  PROGRAM-ID. SOD_CHECK.
000450  AUTHOR. D L HOLLOWAY.
000460  INSTALLATION. SIGN-ON SERVICES.
000470  DATE-WRITTEN. 2026-10-15.
000480  DATE-COMPILED.
000490*
000500  ENVIRONMENT DIVISION.
000510  INPUT-OUTPUT SECTION.
000520  FILE-CONTROL.
000530      SELECT RULE-FILE ASSIGN TO "SODFILE"
000540          ORGANIZATION INDEXED
000550          ACCESS MODE DYNAMIC
000560          RECORD KEY SOD-RULE-ID
000570          FILE STATUS WS-RULE-FILE-STATUS.
000580      SELECT DELEG-FILE ASSIGN TO "DELGFILE"
000590          ORGANIZATION INDEXED
000600          ACCESS MODE DYNAMIC
000610          RECORD KEY DLG-DELEGATION-KEY
000620          FILE STATUS WS-DELEG-FILE-STATUS.
000630*
000640  DATA DIVISION.
000650  FILE SECTION.
000660  FD  RULE-FILE.
000670      COPY SODRULE.CPY.
000680  FD  DELEG-FILE.
000690      COPY DELGREC.CPY.
000700*
000710  WORKING-STORAGE SECTION.
000720*
000730  01  WS-RULE-FILE-STATUS       PIC X(02).
000740      88  WS-RULE-FILE-OK           VALUE "00".
000750      88  WS-RULE-FILE-EOF          VALUE "10".
000760      88  WS-RULE-FILE-NO-FILE      VALUE "35".
000770  01  WS-DELEG-FILE-STATUS      PIC X(02).
000780      88  WS-DELEG-FILE-OK          VALUE "00".
000790      88  WS-DELEG-FILE-EOF         VALUE "10".
000800      88  WS-DELEG-FILE-NO-FILE     VALUE "35".
000810*
000820  01  WS-RULE-EOF-SWITCH        PIC X(01).
000830      88  WS-RULE-EOF               VALUE "Y".
000840      88  WS-RULE-NOT-EOF            VALUE "N".
000850  01  WS-DELEG-EOF-SWITCH       PIC X(01).
000860      88  WS-DELEG-EOF              VALUE "Y".
000870      88  WS-DELEG-NOT-EOF           VALUE "N".
000880*
000890  01  WS-CURRENT-DATE           PIC 9(08).
000900*
000910*    THE FLAGS UNDER TEST.  EVERY POSITION IS "Y" OR NOT - A
000920*    BLANK OR "N" GRANTS NOTHING.
000930  01  WS-PERMANENT-FLAGS        PIC X(04).
000940  01  WS-DELEGATED-FLAGS        PIC X(04).
000950  01  WS-EFFECTIVE-FLAGS        PIC X(04).
000960  01  WS-FLAG-INDEX             PIC 9(02) COMP.
000970*
000980*    MASK MATCHING - 2100-MATCH-MASK TESTS WS-MATCH-FLAGS
000990*    AGAINST WS-MATCH-MASK AND SETS WS-MASK-MET.
001000  01  WS-MATCH-FLAGS            PIC X(04).
001010  01  WS-MATCH-MASK             PIC X(04).
001020  01  WS-MASK-SWITCH            PIC X(01).
001030      88  WS-MASK-MET               VALUE "Y".
001040      88  WS-MASK-NOT-MET            VALUE "N".
001050  01  WS-RULE-BROKEN-SWITCH     PIC X(01).
001060      88  WS-RULE-BROKEN            VALUE "Y".
001070      88  WS-RULE-NOT-BROKEN         VALUE "N".
001080*
001090  LINKAGE SECTION.
001100*
001110      COPY SODCHKP.CPY.
001120*
001130  PROCEDURE DIVISION USING SOD-CHECK-PARMS.
001140*
001150  0000-MAINLINE.
001160      SET SCP-CLEAN TO TRUE.
001170      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001180      PERFORM 1000-GATHER-FLAGS
001190          THRU 1000-EXIT.
001200      IF NOT SCP-RULES-UNAVAILABLE
001210          PERFORM 2000-TEST-RULES
001220              THRU 2000-EXIT.
001230      IF NOT SCP-VIOLATION
001240          MOVE SPACES TO SCP-RULE-ID
001250          MOVE SPACES TO SCP-RULE-DESCRIPTION.
001260      GOBACK.
001270*
001280*--------------------------------------------------------------*
001290*    1000-GATHER-FLAGS - THE PERMANENT FLAGS AS PASSED, THE
001300*    DELEGATED FLAGS AS PASSED PLUS THE DELEGATIONS ON FILE, AND
001310*    THE EFFECTIVE FLAGS AS THE TWO TOGETHER.
001320*--------------------------------------------------------------*
001330  1000-GATHER-FLAGS.
001340      MOVE SCP-PERMANENT-FLAGS TO WS-PERMANENT-FLAGS.
001350      MOVE SCP-DELEGATED-FLAGS TO WS-DELEGATED-FLAGS.
001360      IF SCP-USERNAME NOT = SPACES
001370          PERFORM 1100-MERGE-DELEGATIONS
001380              THRU 1100-EXIT.
001390      MOVE WS-PERMANENT-FLAGS TO WS-EFFECTIVE-FLAGS.
001400      PERFORM 1200-MERGE-ONE-FLAG
001410          THRU 1200-EXIT
001420          VARYING WS-FLAG-INDEX FROM 1 BY 1
001430          UNTIL WS-FLAG-INDEX > 4.
001440      MOVE WS-DELEGATED-FLAGS TO SCP-TESTED-DELEGATED-FLAGS.
001450  1000-EXIT.
001460      EXIT.
001470*
001480*--------------------------------------------------------------*
001490*    1100-MERGE-DELEGATIONS - EVERY DELEGATION TO THE ACCOUNT
001500*    NOT YET LAPSED ADDS ITS FLAGS.  POSITION ON GRANTEE PLUS
001510*    LOW-VALUES AND READ WHILE THE GRANTEE HOLDS, THE SAME WALK
001520*    CRED_CHECK MAKES AT SIGN-ON.
001530*--------------------------------------------------------------*
001540  1100-MERGE-DELEGATIONS.
001550      OPEN INPUT DELEG-FILE.
001560      IF WS-DELEG-FILE-NO-FILE
001570          GO TO 1100-EXIT.
001580      IF NOT WS-DELEG-FILE-OK
001590          DISPLAY "SOD_CHECK - UNABLE TO OPEN DELGFILE, STATUS "
001600              WS-DELEG-FILE-STATUS
001610          SET SCP-RULES-UNAVAILABLE TO TRUE
001620          GO TO 1100-EXIT.
001630      MOVE SCP-USERNAME TO DLG-GRANTEE.
001640      MOVE LOW-VALUES TO DLG-GRANTOR.
001650      START DELEG-FILE KEY NOT < DLG-DELEGATION-KEY
001660          INVALID KEY
001670              CLOSE DELEG-FILE
001680              GO TO 1100-EXIT
001690      END-START.
001700      MOVE "N" TO WS-DELEG-EOF-SWITCH.
001710      PERFORM 1110-MERGE-ONE-DELEGATION
001720          THRU 1110-EXIT
001730          UNTIL WS-DELEG-EOF.
001740      CLOSE DELEG-FILE.
001750  1100-EXIT.
001760      EXIT.
001770*
001780  1110-MERGE-ONE-DELEGATION.
001790      READ DELEG-FILE NEXT RECORD
001800          AT END
001810              SET WS-DELEG-EOF TO TRUE
001820      END-READ.
001830      IF NOT WS-DELEG-FILE-OK AND NOT WS-DELEG-FILE-EOF
001840          DISPLAY "SOD_CHECK - DELGFILE READ ERROR, STATUS "
001850              WS-DELEG-FILE-STATUS
001860          SET SCP-RULES-UNAVAILABLE TO TRUE
001870          SET WS-DELEG-EOF TO TRUE.
001880      IF WS-DELEG-EOF
001890          GO TO 1110-EXIT.
001900      IF DLG-GRANTEE NOT = SCP-USERNAME
001910          SET WS-DELEG-EOF TO TRUE
001920          GO TO 1110-EXIT.
001930*    THE PAIR THE CALLER IS ABOUT TO REPLACE IS REPRESENTED BY
001940*    THE CALLER'S OWN DELEGATED FLAGS, NOT BY WHAT IS ON FILE.
001950      IF SCP-SKIP-GRANTOR NOT = SPACES
001960         AND DLG-GRANTOR = SCP-SKIP-GRANTOR
001970          GO TO 1110-EXIT.
001980      IF DLG-TO-DATE IS NOT NUMERIC
001990          GO TO 1110-EXIT.
002000      IF DLG-TO-DATE < WS-CURRENT-DATE
002010          GO TO 1110-EXIT.
002020      IF DLG-ENT-INQUIRY = "Y"
002030          MOVE "Y" TO WS-DELEGATED-FLAGS (1:1).
002040      IF DLG-ENT-UPDATE = "Y"
002050          MOVE "Y" TO WS-DELEGATED-FLAGS (2:1).
002060      IF DLG-ENT-SUPERVISOR = "Y"
002070          MOVE "Y" TO WS-DELEGATED-FLAGS (3:1).
002080      IF DLG-ENT-ADMIN = "Y"
002090          MOVE "Y" TO WS-DELEGATED-FLAGS (4:1).
002100  1110-EXIT.
002110      EXIT.
002120*
002130  1200-MERGE-ONE-FLAG.
002140      IF WS-DELEGATED-FLAGS (WS-FLAG-INDEX:1) = "Y"
002150          MOVE "Y" TO WS-EFFECTIVE-FLAGS (WS-FLAG-INDEX:1).
002160  1200-EXIT.
002170      EXIT.
002180*
002190*--------------------------------------------------------------*
002200*    2000-TEST-RULES - READ THE RULES IN ID ORDER FROM THE FIRST
002210*    (OR FROM THE ONE AFTER THE CALLER'S LAST VIOLATION) AND
002220*    STOP AT THE FIRST ACTIVE RULE THE ACCOUNT BREAKS.
002230*--------------------------------------------------------------*
002240  2000-TEST-RULES.
002250      OPEN INPUT RULE-FILE.
002260      IF WS-RULE-FILE-NO-FILE
002270          GO TO 2000-EXIT.
002280      IF NOT WS-RULE-FILE-OK
002290          DISPLAY "SOD_CHECK - UNABLE TO OPEN SODFILE, STATUS "
002300              WS-RULE-FILE-STATUS
002310          SET SCP-RULES-UNAVAILABLE TO TRUE
002320          GO TO 2000-EXIT.
002330      IF SCP-NEXT-RULE
002340          MOVE SCP-RULE-ID TO SOD-RULE-ID
002350          START RULE-FILE KEY > SOD-RULE-ID
002360              INVALID KEY
002370                  CLOSE RULE-FILE
002380                  GO TO 2000-EXIT
002390          END-START
002400      ELSE
002410          MOVE LOW-VALUES TO SOD-RULE-ID
002420          START RULE-FILE KEY NOT < SOD-RULE-ID
002430              INVALID KEY
002440                  CLOSE RULE-FILE
002450                  GO TO 2000-EXIT
002460          END-START
002470      END-IF.
002480      MOVE "N" TO WS-RULE-EOF-SWITCH.
002490      PERFORM 2010-TEST-ONE-RULE
002500          THRU 2010-EXIT
002510          UNTIL WS-RULE-EOF.
002520      CLOSE RULE-FILE.
002530  2000-EXIT.
002540      EXIT.
002550*
002560  2010-TEST-ONE-RULE.
002570      READ RULE-FILE NEXT RECORD
002580          AT END
002590              SET WS-RULE-EOF TO TRUE
002600      END-READ.
002610      IF NOT WS-RULE-FILE-OK AND NOT WS-RULE-FILE-EOF
002620          DISPLAY "SOD_CHECK - SODFILE READ ERROR, STATUS "
002630              WS-RULE-FILE-STATUS
002640          SET SCP-RULES-UNAVAILABLE TO TRUE
002650          SET WS-RULE-EOF TO TRUE.
002660      IF WS-RULE-EOF
002670          GO TO 2010-EXIT.
002680      IF NOT SOD-RULE-ACTIVE
002690          GO TO 2010-EXIT.
002700      IF SOD-DEPARTMENT NOT = SPACES
002710         AND SOD-DEPARTMENT NOT = SCP-DEPARTMENT
002720          GO TO 2010-EXIT.
002730      SET WS-RULE-NOT-BROKEN TO TRUE.
002740      EVALUATE TRUE
002750          WHEN SOD-COMBINATION
002760              MOVE WS-EFFECTIVE-FLAGS TO WS-MATCH-FLAGS
002770              MOVE SOD-FLAGS-1 TO WS-MATCH-MASK
002780              PERFORM 2100-MATCH-MASK
002790                  THRU 2100-EXIT
002800              IF WS-MASK-MET
002810                  MOVE SOD-FLAGS-2 TO WS-MATCH-MASK
002820                  PERFORM 2100-MATCH-MASK
002830                      THRU 2100-EXIT
002840                  IF WS-MASK-MET
002850                      SET WS-RULE-BROKEN TO TRUE
002860                  END-IF
002870              END-IF
002880          WHEN SOD-ROLE-LIMIT
002890              IF SCP-ROLE-CODE = SOD-ROLE-CODE
002900                  MOVE WS-EFFECTIVE-FLAGS TO WS-MATCH-FLAGS
002910                  MOVE SOD-FLAGS-1 TO WS-MATCH-MASK
002920                  PERFORM 2100-MATCH-MASK
002930                      THRU 2100-EXIT
002940                  IF WS-MASK-MET
002950                      SET WS-RULE-BROKEN TO TRUE
002960                  END-IF
002970              END-IF
002980          WHEN SOD-DELEGATION-CONFLICT
002990              MOVE WS-DELEGATED-FLAGS TO WS-MATCH-FLAGS
003000              MOVE SOD-FLAGS-1 TO WS-MATCH-MASK
003010              PERFORM 2100-MATCH-MASK
003020                  THRU 2100-EXIT
003030              IF WS-MASK-MET
003040                  MOVE WS-PERMANENT-FLAGS TO WS-MATCH-FLAGS
003050                  MOVE SOD-FLAGS-2 TO WS-MATCH-MASK
003060                  PERFORM 2100-MATCH-MASK
003070                      THRU 2100-EXIT
003080                  IF WS-MASK-MET
003090                      SET WS-RULE-BROKEN TO TRUE
003100                  END-IF
003110              END-IF
003120      END-EVALUATE.
003130*    BROKEN MEANS EVERY MASK THE RULE TYPE USES WAS MET.
003140      IF WS-RULE-BROKEN
003150          SET SCP-VIOLATION TO TRUE
003160          MOVE SOD-RULE-ID TO SCP-RULE-ID
003170          MOVE SOD-DESCRIPTION TO SCP-RULE-DESCRIPTION
003180          SET WS-RULE-EOF TO TRUE.
003190  2010-EXIT.
003200      EXIT.
003210*
003220*--------------------------------------------------------------*
003230*    2100-MATCH-MASK - MET WHEN THE FLAGS HOLD ANY POSITION THE
003240*    MASK MARKS "Y".  AN EMPTY MASK IS NEVER MET, SO A RULE
003250*    KEYED WITHOUT FLAGS FORBIDS NOTHING.
003260*--------------------------------------------------------------*
003270  2100-MATCH-MASK.
003280      SET WS-MASK-NOT-MET TO TRUE.
003290      PERFORM 2110-MATCH-ONE-POSITION
003300          THRU 2110-EXIT
003310          VARYING WS-FLAG-INDEX FROM 1 BY 1
003320          UNTIL WS-FLAG-INDEX > 4.
003330  2100-EXIT.
003340      EXIT.
003350*
003360  2110-MATCH-ONE-POSITION.
003370      IF WS-MATCH-MASK (WS-FLAG-INDEX:1) = "Y"
003380         AND WS-MATCH-FLAGS (WS-FLAG-INDEX:1) = "Y"
003390          SET WS-MASK-MET TO TRUE.
003400  2110-EXIT.
003410      EXIT.
003420*
003430  END PROGRAM SOD_CHECK.
