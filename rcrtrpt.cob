000100*
000110*    RCRTRPT.COB
000120*
000130*    PROGRAM-ID: RECERT_REPORT
000140*
000150*    PURPOSE:    COMPLETION REPORT FOR THE ACCESS
000160*                RECERTIFICATION CAMPAIGN ON THE CERTFILE (SEE
000170*                RCRTITM.CPY).  PRINTS EVERY ITEM DEPARTMENT BY
000180*                DEPARTMENT - THE ACCESS REVIEWED, THE DECISION,
000190*                WHO CERTIFIED IT AND WHEN, AND WHAT THE CLOSE
000200*                DID - WITH DEPARTMENT AND CAMPAIGN TOTALS.  RUN
000210*                AFTER RECERT_CLOSE IT IS THE RETAINED RECORD OF
000220*                THE CAMPAIGN; RUN WHILE THE CAMPAIGN IS OPEN IT
000230*                SHOWS WHICH DEPARTMENTS ARE BEHIND.
000240*
000250*    CALLS:      NONE.
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       BY    DESCRIPTION
000290*    ---------- ----- --------------------------------------------
000300*    2026-10-15 DLH   ORIGINAL.
000310*
000320  IDENTIFICATION DIVISION.
000330  PROGRAM-ID. RECERT_REPORT.
000340  AUTHOR. D L HOLLOWAY.
000350  INSTALLATION. SIGN-ON SERVICES.
000360  DATE-WRITTEN. 2026-10-15.
000370  DATE-COMPILED.
000380*
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420      SELECT CERT-FILE ASSIGN TO "CERTFILE"
000430          ORGANIZATION INDEXED
000440          ACCESS MODE SEQUENTIAL
000450          RECORD KEY CRT-ITEM-KEY
000460          FILE STATUS WS-CERT-FILE-STATUS.
000470      SELECT REPORT-FILE ASSIGN TO "CERTRPT"
000480          ORGANIZATION LINE SEQUENTIAL
000490          FILE STATUS WS-REPORT-FILE-STATUS.
000500*
000510  DATA DIVISION.
000520  FILE SECTION.
000530  FD  CERT-FILE.
000540      COPY RCRTITM.CPY.
000550  FD  REPORT-FILE.
000560  01  REPORT-LINE                   PIC X(80).
000570*
000580  WORKING-STORAGE SECTION.
000590*
000600  01  WS-CERT-FILE-STATUS       PIC X(02).
000610      88  WS-CERT-FILE-OK           VALUE "00".
000620      88  WS-CERT-FILE-EOF          VALUE "10".
000630  01  WS-REPORT-FILE-STATUS     PIC X(02).
000640      88  WS-REPORT-FILE-OK         VALUE "00".
000650*
000660  01  WS-CERT-EOF-SWITCH        PIC X(01).
000670      88  WS-CERT-EOF               VALUE "Y".
000680      88  WS-CERT-NOT-EOF            VALUE "N".
000690  01  WS-FIRST-ITEM-SWITCH      PIC X(01).
000700      88  WS-FIRST-ITEM             VALUE "Y".
000710      88  WS-NOT-FIRST-ITEM          VALUE "N".
000720*
000730  01  WS-CURRENT-DATE           PIC 9(08).
000740  01  WS-CAMPAIGN-DATE          PIC 9(08).
000750  01  WS-PRIOR-DEPARTMENT       PIC X(08).
000760*
000770*    DEPARTMENT TOTALS, THEN CAMPAIGN TOTALS, IN THE SAME SHAPE.
000780  01  WS-DEPT-TOTALS.
000790      05  WS-DEPT-ITEMS             PIC 9(06) COMP.
000800      05  WS-DEPT-KEPT              PIC 9(06) COMP.
000810      05  WS-DEPT-REVOKED           PIC 9(06) COMP.
000820      05  WS-DEPT-UNREVIEWED        PIC 9(06) COMP.
000830  01  WS-GRAND-TOTALS.
000840      05  WS-GRAND-ITEMS            PIC 9(06) COMP.
000850      05  WS-GRAND-KEPT             PIC 9(06) COMP.
000860      05  WS-GRAND-REVOKED          PIC 9(06) COMP.
000870      05  WS-GRAND-UNREVIEWED       PIC 9(06) COMP.
000880      05  WS-GRAND-STILL-OPEN       PIC 9(06) COMP.
000890*
000900  01  WS-DECISION-TEXT          PIC X(07).
000910  01  WS-RESULT-TEXT            PIC X(12).
000920  01  WS-CERTIFIED-DATE-TEXT    PIC X(08).
000930  01  WS-EDIT-ITEMS             PIC ZZZZZ9.
000940  01  WS-EDIT-KEPT              PIC ZZZZZ9.
000950  01  WS-EDIT-REVOKED           PIC ZZZZZ9.
000960  01  WS-EDIT-UNREVIEWED        PIC ZZZZZ9.
000970  01  WS-EDIT-COUNT             PIC ZZZZZ9.
000980*
000990  PROCEDURE DIVISION.
001000*
001010  0000-MAINLINE.
001020      PERFORM 1000-INITIALIZE
001030          THRU 1000-EXIT.
001040      PERFORM 2000-PRINT-ONE-ITEM
001050          THRU 2000-EXIT
001060          UNTIL WS-CERT-EOF.
001070      IF WS-NOT-FIRST-ITEM
001080          PERFORM 3000-PRINT-DEPARTMENT-TOTALS
001090              THRU 3000-EXIT.
001100      PERFORM 9000-TERMINATE
001110          THRU 9000-EXIT.
001120      GOBACK.
001130*
001140*--------------------------------------------------------------*
001150*    1000-INITIALIZE
001160*--------------------------------------------------------------*
001170  1000-INITIALIZE.
001180      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001190      INITIALIZE WS-DEPT-TOTALS.
001200      INITIALIZE WS-GRAND-TOTALS.
001210      MOVE 0 TO WS-CAMPAIGN-DATE.
001220      MOVE "N" TO WS-CERT-EOF-SWITCH.
001230      SET WS-FIRST-ITEM TO TRUE.
001240      OPEN INPUT CERT-FILE.
001250      IF NOT WS-CERT-FILE-OK
001260          DISPLAY "RECERT_REPORT - UNABLE TO OPEN CERTFILE, "
001270              "STATUS " WS-CERT-FILE-STATUS
001280          MOVE 16 TO RETURN-CODE
001290          STOP RUN
001300      END-IF.
001310      OPEN OUTPUT REPORT-FILE.
001320      IF NOT WS-REPORT-FILE-OK
001330          DISPLAY "RECERT_REPORT - UNABLE TO OPEN CERTRPT, "
001340              "STATUS " WS-REPORT-FILE-STATUS
001350          CLOSE CERT-FILE
001360          MOVE 16 TO RETURN-CODE
001370          STOP RUN
001380      END-IF.
001390      MOVE SPACES TO REPORT-LINE.
001400      STRING "ACCESS RECERTIFICATION COMPLETION REPORT - "
001410              DELIMITED BY SIZE
001420          WS-CURRENT-DATE DELIMITED BY SIZE
001430          INTO REPORT-LINE.
001440      WRITE REPORT-LINE.
001450  1000-EXIT.
001460      EXIT.
001470*
001480*--------------------------------------------------------------*
001490*    2000-PRINT-ONE-ITEM - THE CERTFILE KEY LEADS WITH THE
001500*    DEPARTMENT, SO A CHANGE OF DEPARTMENT IS A CONTROL BREAK.
001510*--------------------------------------------------------------*
001520  2000-PRINT-ONE-ITEM.
001530      READ CERT-FILE NEXT RECORD
001540          AT END
001550              SET WS-CERT-EOF TO TRUE
001560      END-READ.
001570      IF NOT WS-CERT-FILE-OK AND NOT WS-CERT-FILE-EOF
001580          DISPLAY "RECERT_REPORT - CERTFILE READ ERROR, STATUS "
001590              WS-CERT-FILE-STATUS
001600          MOVE 8 TO RETURN-CODE
001610          SET WS-CERT-EOF TO TRUE.
001620      IF WS-CERT-EOF
001630          GO TO 2000-EXIT.
001640      IF WS-FIRST-ITEM
001650          MOVE CRT-CAMPAIGN-DATE TO WS-CAMPAIGN-DATE
001660          PERFORM 2100-PRINT-DEPARTMENT-HEADING
001670              THRU 2100-EXIT
001680          SET WS-NOT-FIRST-ITEM TO TRUE
001690      ELSE
001700          IF CRT-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
001710              PERFORM 3000-PRINT-DEPARTMENT-TOTALS
001720                  THRU 3000-EXIT
001730              PERFORM 2100-PRINT-DEPARTMENT-HEADING
001740                  THRU 2100-EXIT
001750          END-IF
001760      END-IF.
001770      PERFORM 2200-PRINT-ITEM-LINE
001780          THRU 2200-EXIT.
001790  2000-EXIT.
001800      EXIT.
001810*
001820  2100-PRINT-DEPARTMENT-HEADING.
001830      MOVE CRT-DEPARTMENT TO WS-PRIOR-DEPARTMENT.
001840      INITIALIZE WS-DEPT-TOTALS.
001850      MOVE SPACES TO REPORT-LINE.
001860      WRITE REPORT-LINE.
001870      MOVE SPACES TO REPORT-LINE.
001880      IF CRT-DEPARTMENT = SPACES
001890          MOVE "DEPARTMENT (NONE) - CAMPAIGN OPENED "
001900              TO REPORT-LINE
001910          MOVE CRT-CAMPAIGN-DATE TO REPORT-LINE (37:8)
001920      ELSE
001930          STRING "DEPARTMENT " DELIMITED BY SIZE
001940              CRT-DEPARTMENT DELIMITED BY SIZE
001950              " - CAMPAIGN OPENED " DELIMITED BY SIZE
001960              CRT-CAMPAIGN-DATE DELIMITED BY SIZE
001970              INTO REPORT-LINE
001980          END-STRING
001990      END-IF.
002000      WRITE REPORT-LINE.
002010      MOVE "USERNAME                         DECISION CERTIFIED "
002020          TO REPORT-LINE.
002030      MOVE "BY     DATE     CLOSE" TO REPORT-LINE (53:21).
002040      WRITE REPORT-LINE.
002050  2100-EXIT.
002060      EXIT.
002070*
002080  2200-PRINT-ITEM-LINE.
002090      ADD 1 TO WS-DEPT-ITEMS.
002100      ADD 1 TO WS-GRAND-ITEMS.
002110      MOVE SPACES TO WS-CERTIFIED-DATE-TEXT.
002120      EVALUATE TRUE
002130          WHEN CRT-KEEP
002140              MOVE "KEEP" TO WS-DECISION-TEXT
002150              MOVE CRT-CERTIFIED-DATE TO WS-CERTIFIED-DATE-TEXT
002160              ADD 1 TO WS-DEPT-KEPT
002170              ADD 1 TO WS-GRAND-KEPT
002180          WHEN CRT-REVOKE
002190              MOVE "REVOKE" TO WS-DECISION-TEXT
002200              MOVE CRT-CERTIFIED-DATE TO WS-CERTIFIED-DATE-TEXT
002210              ADD 1 TO WS-DEPT-REVOKED
002220              ADD 1 TO WS-GRAND-REVOKED
002230          WHEN OTHER
002240              MOVE "NONE" TO WS-DECISION-TEXT
002250              ADD 1 TO WS-DEPT-UNREVIEWED
002260              ADD 1 TO WS-GRAND-UNREVIEWED
002270      END-EVALUATE.
002280      EVALUATE TRUE
002290          WHEN CRT-OPEN
002300              MOVE "OPEN" TO WS-RESULT-TEXT
002310              ADD 1 TO WS-GRAND-STILL-OPEN
002320          WHEN CRT-CLOSED-KEPT
002330              MOVE "KEPT" TO WS-RESULT-TEXT
002340          WHEN CRT-CLOSED-STRIPPED
002350              MOVE "REMOVED" TO WS-RESULT-TEXT
002360          WHEN CRT-CLOSED-DISABLED
002370              MOVE "DISABLED" TO WS-RESULT-TEXT
002380          WHEN CRT-CLOSED-INACTIVE
002390              MOVE "INACTIVE" TO WS-RESULT-TEXT
002400          WHEN CRT-CLOSED-NOT-ON-FILE
002410              MOVE "NOT ON FILE" TO WS-RESULT-TEXT
002420          WHEN OTHER
002430              MOVE "?" TO WS-RESULT-TEXT
002440      END-EVALUATE.
002450      MOVE SPACES TO REPORT-LINE.
002460      STRING CRT-USERNAME DELIMITED BY SIZE
002470          " " DELIMITED BY SIZE
002480          WS-DECISION-TEXT DELIMITED BY SIZE
002490          "  " DELIMITED BY SIZE
002500          CRT-CERTIFIED-BY (1:16) DELIMITED BY SIZE
002510          " " DELIMITED BY SIZE
002520          WS-CERTIFIED-DATE-TEXT DELIMITED BY SIZE
002530          " " DELIMITED BY SIZE
002540          WS-RESULT-TEXT DELIMITED BY SIZE
002550          INTO REPORT-LINE
002560      END-STRING.
002570      WRITE REPORT-LINE.
002580  2200-EXIT.
002590      EXIT.
002600*
002610*--------------------------------------------------------------*
002620*    3000-PRINT-DEPARTMENT-TOTALS
002630*--------------------------------------------------------------*
002640  3000-PRINT-DEPARTMENT-TOTALS.
002650      MOVE WS-DEPT-ITEMS TO WS-EDIT-ITEMS.
002660      MOVE WS-DEPT-KEPT TO WS-EDIT-KEPT.
002670      MOVE WS-DEPT-REVOKED TO WS-EDIT-REVOKED.
002680      MOVE WS-DEPT-UNREVIEWED TO WS-EDIT-UNREVIEWED.
002690      PERFORM 3100-PRINT-TOTAL-LINE
002700          THRU 3100-EXIT.
002710  3000-EXIT.
002720      EXIT.
002730*
002740  3100-PRINT-TOTAL-LINE.
002750      MOVE SPACES TO REPORT-LINE.
002760      STRING "  ITEMS " DELIMITED BY SIZE
002770          WS-EDIT-ITEMS DELIMITED BY SIZE
002780          "  KEPT " DELIMITED BY SIZE
002790          WS-EDIT-KEPT DELIMITED BY SIZE
002800          "  REVOKED " DELIMITED BY SIZE
002810          WS-EDIT-REVOKED DELIMITED BY SIZE
002820          "  NOT REVIEWED " DELIMITED BY SIZE
002830          WS-EDIT-UNREVIEWED DELIMITED BY SIZE
002840          INTO REPORT-LINE
002850      END-STRING.
002860      WRITE REPORT-LINE.
002870  3100-EXIT.
002880      EXIT.
002890*
002900*--------------------------------------------------------------*
002910*    9000-TERMINATE - CAMPAIGN TOTALS ON THE REPORT AND SYSOUT.
002920*--------------------------------------------------------------*
002930  9000-TERMINATE.
002940      MOVE SPACES TO REPORT-LINE.
002950      WRITE REPORT-LINE.
002960      MOVE "CAMPAIGN TOTALS" TO REPORT-LINE.
002970      WRITE REPORT-LINE.
002980      MOVE WS-GRAND-ITEMS TO WS-EDIT-ITEMS.
002990      MOVE WS-GRAND-KEPT TO WS-EDIT-KEPT.
003000      MOVE WS-GRAND-REVOKED TO WS-EDIT-REVOKED.
003010      MOVE WS-GRAND-UNREVIEWED TO WS-EDIT-UNREVIEWED.
003020      PERFORM 3100-PRINT-TOTAL-LINE
003030          THRU 3100-EXIT.
003040      MOVE SPACES TO REPORT-LINE.
003050      MOVE WS-GRAND-STILL-OPEN TO WS-EDIT-COUNT.
003060      STRING "  ITEMS NOT YET CLOSED " DELIMITED BY SIZE
003070          WS-EDIT-COUNT DELIMITED BY SIZE
003080          INTO REPORT-LINE
003090      END-STRING.
003100      WRITE REPORT-LINE.
003110      CLOSE CERT-FILE.
003120      CLOSE REPORT-FILE.
003130      DISPLAY "RECERT_REPORT - CAMPAIGN OPENED:    "
003140          WS-CAMPAIGN-DATE.
003150      DISPLAY "RECERT_REPORT - ITEMS REPORTED:     "
003160          WS-GRAND-ITEMS.
003170      DISPLAY "RECERT_REPORT - NOT REVIEWED:       "
003180          WS-GRAND-UNREVIEWED.
003190      DISPLAY "RECERT_REPORT - NOT YET CLOSED:     "
003200          WS-GRAND-STILL-OPEN.
003210  9000-EXIT.
003220      EXIT.
003230*
003240  END PROGRAM RECERT_REPORT.
