000100*
000110*    PENDEXP.COB
000120*
000130*    PROGRAM-ID: PEND_EXPIRE
000140*
000150*    PURPOSE:    NIGHTLY LAPSE SWEEP OF THE PENDING SENSITIVE-
000160*                CHANGE FILE (PENDFILE, SEE PENDCHG.CPY).  RUNS
000170*                AS A STEP IN THE NIGHTLY CYCLE (SEE
000180*                NIGHTBAT.JCL).  EVERY CHANGE USER_ADMIN HELD
000190*                THAT NO SECOND ADMINISTRATOR HAS DECIDED WITHIN
000200*                WS-APPROVAL-DAYS IS MARKED LAPSED, AND EACH
000210*                LAPSE IS WRITTEN TO THE SIGN-ON AUDIT TRAIL
000220*                THROUGH AUDIT_LOG WITH OUTCOME "A", ACTION 20.
000230*                A LAPSED CHANGE WAS NEVER APPLIED - IF IT IS
000240*                STILL WANTED IT IS KEYED AGAIN, WITH A FRESH
000250*                REASON, AND GOES BACK IN THE QUEUE.
000260*
000270*                THE RECORD IS KEPT, NOT DELETED - THE PENDFILE
000280*                IS THE HISTORY OF WHO ASKED AND WHO DECIDED.
000281*
000282*                RETURN CODES:  0  NOTHING FAILED
000283*                               8  A CHANGE COULD NOT BE READ OR
000284*                                  LAPSED - IT IS STILL PENDING
000285*                              16  PENDFILE COULD NOT BE OPENED
000290*
000300*    CALLS:      AUDIT_LOG.
000310*
000320*    MODIFICATION HISTORY
000330*    DATE       BY    DESCRIPTION
000340*    ---------- ----- --------------------------------------------
000350*    2026-10-15 DLH   ORIGINAL.
000360*
000370  IDENTIFICATION DIVISION.
000380  PROGRAM-ID. PEND_EXPIRE.
000390  AUTHOR. D L HOLLOWAY.
000400  INSTALLATION. SIGN-ON SERVICES.
000410  DATE-WRITTEN. 2026-10-15.
000420  DATE-COMPILED.
000430*
000440  ENVIRONMENT DIVISION.
000450  INPUT-OUTPUT SECTION.
000460  FILE-CONTROL.
000470      SELECT PENDING-FILE ASSIGN TO "PENDFILE"
000480          ORGANIZATION INDEXED
000490          ACCESS MODE SEQUENTIAL
000500          RECORD KEY PND-CHANGE-KEY
000510          FILE STATUS WS-PENDING-FILE-STATUS.
000520*
000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  PENDING-FILE.
000560      COPY PENDCHG.CPY.
000570*
000580  WORKING-STORAGE SECTION.
000590*
000600*    HOW LONG A HELD CHANGE MAY WAIT FOR ITS SECOND
000610*    ADMINISTRATOR BEFORE IT LAPSES.
000620  77  WS-APPROVAL-DAYS          PIC 9(03) COMP     VALUE 7.
000630*
000640  01  WS-PENDING-FILE-STATUS    PIC X(02).
000650      88  WS-PENDING-FILE-OK        VALUE "00".
000660      88  WS-PENDING-FILE-EOF       VALUE "10".
000670      88  WS-PENDING-FILE-NO-FILE   VALUE "35".
000680*
000690  01  WS-PENDING-EOF-SWITCH     PIC X(01).
000700      88  WS-PENDING-EOF            VALUE "Y".
000710      88  WS-PENDING-NOT-EOF         VALUE "N".
000720*
000725  01  WS-RUN-RETURN-CODE        PIC 9(02).
000730  01  WS-CURRENT-DATE           PIC 9(08).
000740  01  WS-CURRENT-TIME           PIC 9(08).
000750  01  WS-DATE-INTEGER           PIC 9(07) COMP.
000760  01  WS-CUTOFF-DATE            PIC 9(08).
000770  01  WS-RECORDS-READ-COUNT     PIC 9(06) COMP.
000780  01  WS-WAITING-COUNT          PIC 9(06) COMP.
000790  01  WS-LAPSED-COUNT           PIC 9(06) COMP.
000800*
000810  01  WS-AUDIT-USERNAME         PIC X(32).
000820  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
000830  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
000840*
000850  PROCEDURE DIVISION.
000860*
000870  0000-MAINLINE.
000880      PERFORM 1000-INITIALIZE
000890          THRU 1000-EXIT.
000900      PERFORM 2000-SWEEP-ONE-CHANGE
000910          THRU 2000-EXIT
000920          UNTIL WS-PENDING-EOF.
000930      PERFORM 9000-TERMINATE
000940          THRU 9000-EXIT.
000950      GOBACK.
000960*
000970*--------------------------------------------------------------*
000980*    1000-INITIALIZE - NO PENDING FILE YET SIMPLY MEANS NO
000990*    CHANGE HAS EVER BEEN HELD - A CLEAN, EMPTY SWEEP.
001000*--------------------------------------------------------------*
001010  1000-INITIALIZE.
001020      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001030      ACCEPT WS-CURRENT-TIME FROM TIME.
001040*    YYYYMMDD IS NOT AN INTEGER DAY COUNT - GO THROUGH A REAL
001050*    CALENDAR CONVERSION SO THE CUTOFF IS RIGHT ACROSS A MONTH
001060*    OR YEAR BOUNDARY.
001070      COMPUTE WS-DATE-INTEGER =
001080          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
001090          - WS-APPROVAL-DAYS.
001100      COMPUTE WS-CUTOFF-DATE =
001110          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
001115      MOVE 0 TO WS-RUN-RETURN-CODE.
001120      MOVE 0 TO WS-RECORDS-READ-COUNT.
001130      MOVE 0 TO WS-WAITING-COUNT.
001140      MOVE 0 TO WS-LAPSED-COUNT.
001150      MOVE "N" TO WS-PENDING-EOF-SWITCH.
001160      OPEN I-O PENDING-FILE.
001170      IF WS-PENDING-FILE-NO-FILE
001180          SET WS-PENDING-EOF TO TRUE
001190          GO TO 1000-EXIT.
001200      IF NOT WS-PENDING-FILE-OK
001210*    WITHOUT THIS CHECK A READ AFTER A FAILED OPEN NEVER RAISES
001220*    AT END - IT JUST RETURNS A NON-"00" STATUS FOREVER, SO THE
001230*    DRIVING LOOP WOULD SPIN UNTIL THE JOB IS CANCELLED INSTEAD
001240*    OF FAILING LOUDLY.
001250          DISPLAY "PEND_EXPIRE - UNABLE TO OPEN PENDFILE, "
001260              "STATUS " WS-PENDING-FILE-STATUS
001270          MOVE 16 TO RETURN-CODE
001280          STOP RUN
001290      END-IF.
001300      DISPLAY "PEND_EXPIRE - HELD CHANGE LAPSE SWEEP STARTING".
001310  1000-EXIT.
001320      EXIT.
001330*
001340*--------------------------------------------------------------*
001350*    2000-SWEEP-ONE-CHANGE - READ EACH HELD CHANGE IN TURN AND
001360*    LAPSE ANY STILL UNDECIDED FROM BEFORE THE CUTOFF.
001370*--------------------------------------------------------------*
001380  2000-SWEEP-ONE-CHANGE.
001390      READ PENDING-FILE NEXT RECORD
001400          AT END
001410              SET WS-PENDING-EOF TO TRUE
001420      END-READ.
001430      IF NOT WS-PENDING-FILE-OK AND NOT WS-PENDING-FILE-EOF
001440          DISPLAY "PEND_EXPIRE - PENDFILE READ ERROR, STATUS "
001450              WS-PENDING-FILE-STATUS
001455          IF WS-RUN-RETURN-CODE < 8
001460              MOVE 8 TO WS-RUN-RETURN-CODE
001465          END-IF
001470          SET WS-PENDING-EOF TO TRUE.
001480      IF WS-PENDING-EOF
001490          GO TO 2000-EXIT.
001500      ADD 1 TO WS-RECORDS-READ-COUNT.
001510      IF NOT PND-PENDING
001520          GO TO 2000-EXIT.
001530*    A DAMAGED REQUEST DATE LAPSES THE CHANGE - NOBODY SHOULD BE
001540*    APPROVING A REQUEST WHOSE AGE CANNOT BE TOLD.
001550      IF PND-REQUEST-DATE IS NUMERIC
001560         AND PND-REQUEST-DATE >= WS-CUTOFF-DATE
001570          ADD 1 TO WS-WAITING-COUNT
001580          GO TO 2000-EXIT.
001590      PERFORM 3000-LAPSE-CHANGE
001600          THRU 3000-EXIT.
001610  2000-EXIT.
001620      EXIT.
001630*
001640*--------------------------------------------------------------*
001650*    3000-LAPSE-CHANGE - MARK THE CHANGE LAPSED AND PUT IT ON
001660*    THE AUDIT TRAIL AGAINST THE ACCOUNT.  NOTHING IS COUNTED OR
001670*    AUDITED UNLESS THE REWRITE ACTUALLY TOOK.
001680*--------------------------------------------------------------*
001690  3000-LAPSE-CHANGE.
001700      MOVE PND-USERNAME TO WS-AUDIT-USERNAME.
001710      SET PND-LAPSED TO TRUE.
001720      MOVE "PEND_EXPIRE" TO PND-DECIDED-BY.
001730      MOVE WS-CURRENT-DATE TO PND-DECIDED-DATE.
001740      MOVE WS-CURRENT-TIME TO PND-DECIDED-TIME.
001750      REWRITE PENDING-CHANGE-RECORD.
001760      IF NOT WS-PENDING-FILE-OK
001770          DISPLAY "PEND_EXPIRE - REWRITE FAILED, STATUS "
001780              WS-PENDING-FILE-STATUS
001785          IF WS-RUN-RETURN-CODE < 8
001790              MOVE 8 TO WS-RUN-RETURN-CODE
001795          END-IF
001800          GO TO 3000-EXIT.
001810      ADD 1 TO WS-LAPSED-COUNT.
001820      MOVE 20 TO WS-AUDIT-ACTION-CODE.
001830      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
001840          WS-AUDIT-ACTION-CODE.
001850  3000-EXIT.
001860      EXIT.
001870*
001880*--------------------------------------------------------------*
001890*    9000-TERMINATE
001900*--------------------------------------------------------------*
001910  9000-TERMINATE.
001920      IF NOT WS-PENDING-FILE-NO-FILE
001930          CLOSE PENDING-FILE.
001940      DISPLAY "PEND_EXPIRE - HELD CHANGES READ:    "
001950          WS-RECORDS-READ-COUNT.
001960      DISPLAY "PEND_EXPIRE - STILL AWAITING:       "
001970          WS-WAITING-COUNT.
001980      DISPLAY "PEND_EXPIRE - CHANGES LAPSED:       "
001990          WS-LAPSED-COUNT.
001995      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
002000  9000-EXIT.
002010      EXIT.
002020*
002030  END PROGRAM PEND_EXPIRE.
