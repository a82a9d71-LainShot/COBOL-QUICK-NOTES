000270*                APPENDED TO THE CUMULATIVE YEARLY COMPLIANCE
000280*                ARCHIVE (AUDITARC, AUDITREC.CPY LAYOUT), AND
000290*                THE RUN PROVES READ = KEPT + ARCHIVED BEFORE
000300*                IT WILL POST A CLEAN RETURN CODE.  BEFORE THE
000310*                ROLL, EVERY COMPLETE DAY NOT YET SEALED IS
000320*                CHAINED AND SEALED (SEE 4500 AND AUDIDXR.CPY),
000330*                SO NO DAY EVER REACHES THE ARCHIVE UNSEALED.
000340*
000350*    MODIFICATION HISTORY
000360*    DATE       BY    DESCRIPTION
000370*    ---------- ----- --------------------------------------------
000380*    2026-08-09 DLH   ORIGINAL - LOCKOUT SWEEP ONLY.
000390*    2026-08-09 DLH   ADDED AUDIT TRAIL RETENTION PURGE.
000400*    2026-08-23 DLH   RECORDS FALLING OFF THE ONLINE WINDOW NOW
000410*                     GO TO THE YEARLY COMPLIANCE ARCHIVE
000420*                     INSTEAD OF BEING DROPPED, WITH A RUN-TOTAL
000430*                     RECONCILIATION (READ = KEPT + ARCHIVED).
000440*    2026-08-23 DLH   CHECKPOINT/RESTART - EVERY
000450*                     WS-CHECKPOINT-INTERVAL RECORDS THE RUN
000460*                     WRITES ITS PHASE, LAST USERNAME OR AUDIT
000470*                     POSITION AND COUNTERS TO UNLKCKPT.  A
000480*                     RERUN PICKS UP FROM THE CHECKPOINT: THE
000490*                     SWEEP STARTS PAST THE LAST USERNAME, THE
000500*                     ROLL SKIPS THE ALREADY-COPIED RECORDS AND
000510*                     EXTENDS THE OUTPUTS.  THE OUTPUTS ARE
000520*                     FLUSHED AT EACH ROLL CHECKPOINT; RECORDS
000530*                     THE FAILED RUN WROTE AFTER ITS LAST
000540*                     CHECKPOINT CAN APPEAR TWICE AFTER A
000550*                     RESTART (SEE 8100).  A CLEAN END WRITES
000560*                     PHASE "C" SO THE NEXT NIGHT STARTS FRESH.
000570*    2026-08-23 DLH   DORMANCY SWEEP - AN ACTIVE ACCOUNT WITH NO
000580*                     SUCCESSFUL SIGN-ON IN WS-DORMANT-AFTER-DAYS
000590*                     IS SUSPENDED WITH STATUS "M" (SEE 3500).
000600*                     THE TWO SWEEPS NOW SHARE ONE REWRITE PER
000610*                     RECORD.
000620*    2026-09-01 DLH   EVERY CREDENTIAL-RECORD REWRITE IS
000630*                     JOURNALED WITH BEFORE/AFTER IMAGES THROUGH
000640*                     USERFILE_JOURNAL (SEE USRJRNR.CPY) FOR
000650*                     POINT-IN-TIME RECOVERY.
000660*    2026-09-01 DLH   THE STEP STAMPS ITS START AND END, WITH
000670*                     RETURN CODE AND COUNTERS, ON THE CYCLE
000680*                     RUN-CONTROL FILE THROUGH RUN_CONTROL
000690*                     (SEE RUNCTLC.CPY) - CYCLE_STATUS PRINTS
000700*                     THE MORNING SUMMARY FROM IT.
000710*    2026-09-01 DLH   THE ROLL REWORKED FOR THE INDEXED
000720*                     AUDITIDX TRAIL - AGED RECORDS ARE
000730*                     ARCHIVED AND DELETED IN PLACE, THE
000740*                     AUDITNEW GENERATION AND ITS COPY-FORWARD
000750*                     ARE GONE, AND A ROLL-PHASE RESTART SIMPLY
000760*                     RERUNS THE ROLL - THE RECORDS ALREADY
000770*                     ARCHIVED WERE DELETED, SO THE RERUN IS
000780*                     NATURALLY IDEMPOTENT.  THE KEPT/ARCHIVED
000790*                     RECONCILIATION AND THE CHECKPOINT FILE
000800*                     STAY.
000810*    2026-10-15 DLH   TAMPER-EVIDENT TRAIL - BEFORE THE ROLL EACH
000820*                     COMPLETE DAY NOT YET SEALED HAS ITS RECORDS
000830*                     CHAINED THROUGH AUDIT_CHAIN (SEE
000840*                     AUDCHNP.CPY) AND A DAILY SEAL RECORD
000850*                     WRITTEN WITH THE DAY'S COUNT AND RUNNING
000860*                     HASH.  THE CHAIN VALUE GOES TO THE ARCHIVE
000870*                     WITH EACH RECORD, AND THE ROLL NEVER
000880*                     ARCHIVES A DAY THAT IS NOT SEALED.  THE
000890*                     TRAIL IS NOW OPENED DYNAMIC FOR THE SEAL
000900*                     WRITES.
000910*
000920  IDENTIFICATION DIVISION.
000930  PROGRAM-ID. ACCT_UNLOCK.
000940  AUTHOR. D L HOLLOWAY.
000950  INSTALLATION. SIGN-ON SERVICES.
000960  DATE-WRITTEN. 2026-08-09.
000970  DATE-COMPILED.
000980*
000990  ENVIRONMENT DIVISION.
001000  INPUT-OUTPUT SECTION.
001010  FILE-CONTROL.
001020      SELECT USER-FILE ASSIGN TO "USERFILE"
001030          ORGANIZATION INDEXED
001040          ACCESS MODE SEQUENTIAL
001050          RECORD KEY USR-USERNAME
001060          FILE STATUS WS-USER-FILE-STATUS.
001070      SELECT AUDIT-FILE ASSIGN TO "AUDITIDX"
001080          ORGANIZATION INDEXED
001090          ACCESS MODE DYNAMIC
001100          RECORD KEY AXR-TRAIL-KEY
001110          FILE STATUS WS-AUDIT-FILE-STATUS.
001120      SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARC"
001130          ORGANIZATION LINE SEQUENTIAL
001140          FILE STATUS WS-AUDIT-ARCHIVE-STATUS.
001150      SELECT CHECKPOINT-FILE ASSIGN TO "UNLKCKPT"
001160          ORGANIZATION LINE SEQUENTIAL
001170          FILE STATUS WS-CHECKPOINT-STATUS.
001180*
001190  DATA DIVISION.
001200  FILE SECTION.
001210  FD  USER-FILE.
001220      COPY USERREC.CPY.
001230  FD  AUDIT-FILE.
001240      COPY AUDIDXR.CPY.
001250  FD  AUDIT-ARCHIVE-FILE.
001260*    SIZED TO MATCH AUDITREC.CPY'S AUDIT-RECORD EXACTLY (76
001270*    BYTES) - SEE WS-ARCHIVE-WORK BELOW, WHICH THE ROLL BUILDS
001280*    IN THAT LAYOUT BEFORE EACH ARCHIVE WRITE.
001290  01  AUDIT-ARCHIVE-RECORD          PIC X(76).
001300  FD  CHECKPOINT-FILE.
001310  01  CHECKPOINT-RECORD.
001320      05  CKP-PHASE                 PIC X(01).
001330          88  CKP-PHASE-USER-SWEEP      VALUE "U".
001340          88  CKP-PHASE-AUDIT-ROLL      VALUE "A".
001350          88  CKP-PHASE-COMPLETE        VALUE "C".
001360      05  CKP-LAST-USERNAME         PIC X(32).
001370      05  CKP-AUDIT-POSITION        PIC 9(08).
001380      05  CKP-UNLOCKED-COUNT        PIC 9(06).
001390      05  CKP-RECORDS-READ-COUNT    PIC 9(06).
001400      05  CKP-AUDIT-READ-COUNT      PIC 9(06).
001410      05  CKP-AUDIT-KEPT-COUNT      PIC 9(06).
001420      05  CKP-AUDIT-ARCHIVED-COUNT  PIC 9(06).
001430      05  CKP-SUSPENDED-COUNT       PIC 9(06).
001440      05  FILLER                    PIC X(03).
001450*
001460  WORKING-STORAGE SECTION.
001470*
001480  77  WS-UNLOCK-AFTER-DAYS      PIC 9(04) COMP     VALUE 1.
001490  77  WS-AUDIT-RETENTION-DAYS   PIC 9(04) COMP     VALUE 90.
001500  77  WS-CHECKPOINT-INTERVAL    PIC 9(04) COMP     VALUE 100.
001510  77  WS-DORMANT-AFTER-DAYS     PIC 9(04) COMP     VALUE 180.
001520*
001530  01  WS-USER-FILE-STATUS       PIC X(02).
001540      88  WS-USER-FILE-OK           VALUE "00".
001550      88  WS-USER-FILE-EOF          VALUE "10".
001560*
001570  01  WS-AUDIT-FILE-STATUS      PIC X(02).
001580      88  WS-AUDIT-FILE-OK          VALUE "00".
001590      88  WS-AUDIT-FILE-EOF         VALUE "10".
001600      88  WS-AUDIT-FILE-NO-FILE     VALUE "35".
001610*
001620*    THE DAILY SEALING - SEE 4500.  THE LAST SEAL ON THE TRAIL
001630*    IS WHERE THE CHAIN PICKS UP; EVERY DAY AFTER IT UP TO AND
001640*    INCLUDING YESTERDAY IS SEALED TONIGHT.
001650  01  WS-SEAL-THROUGH-INTEGER     PIC 9(07) COMP.
001660  01  WS-SEAL-DATE-INTEGER        PIC 9(07) COMP.
001670  01  WS-SEAL-DATE                PIC 9(08).
001680  01  WS-EARLIEST-TRAIL-DATE      PIC 9(08).
001690  01  WS-LAST-SEAL-DATE           PIC 9(08).
001700  01  WS-LAST-SEAL-HASH           PIC 9(09).
001710  01  WS-CHAIN-VALUE              PIC 9(09).
001720  01  WS-DAY-RECORD-COUNT         PIC 9(06).
001730  01  WS-DAYS-SEALED-COUNT        PIC 9(06) COMP.
001740  01  WS-RECORDS-CHAINED-COUNT    PIC 9(06) COMP.
001750  01  WS-SEAL-FAILED-SWITCH       PIC X(01).
001760      88  WS-SEAL-FAILED              VALUE "Y".
001770      88  WS-SEAL-NOT-FAILED           VALUE "N".
001780  01  WS-DAY-DONE-SWITCH          PIC X(01).
001790      88  WS-DAY-DONE                 VALUE "Y".
001800      88  WS-DAY-NOT-DONE              VALUE "N".
001810*
001820*    THE ARCHIVE RECORD UNDER CONSTRUCTION - THE FIELD LAYOUT
001830*    MATCHES AUDITREC.CPY, THE ARCHIVE/INTERCHANGE SHAPE.  ITS
001840*    FIRST 67 BYTES ARE ALSO THE IMAGE EACH CHAIN LINK IS MADE
001850*    FROM.  THE CHAIN HASH IS CARRIED AS TEXT SO AN UNSEALED
001860*    RECORD'S SPACES GO ACROSS UNCHANGED.
001870  01  WS-ARCHIVE-WORK.
001880      05  WS-ARC-USERNAME           PIC X(32).
001890      05  WS-ARC-DATE               PIC 9(08).
001900      05  WS-ARC-TIME               PIC 9(08).
001910      05  WS-ARC-OUTCOME            PIC X(01).
001920      05  WS-ARC-REASON-CODE        PIC 9(02).
001930      05  WS-ARC-TERMINAL-ID        PIC X(16).
001940      05  WS-ARC-CHAIN-HASH         PIC X(09).
001950*
001960  01  WS-AUDIT-ARCHIVE-STATUS   PIC X(02).
001970      88  WS-AUDIT-ARCHIVE-OK       VALUE "00".
001980      88  WS-AUDIT-ARCHIVE-NO-FILE  VALUE "35".
001990*
002000  01  WS-CHECKPOINT-STATUS      PIC X(02).
002010      88  WS-CHECKPOINT-OK          VALUE "00".
002020      88  WS-CHECKPOINT-EOF         VALUE "10".
002030*
002040  01  WS-RESTART-SWITCH         PIC X(01).
002050      88  WS-RESTARTING             VALUE "Y".
002060      88  WS-NOT-RESTARTING          VALUE "N".
002070  01  WS-RESTART-PHASE          PIC X(01).
002080      88  WS-RESTART-AUDIT-PHASE    VALUE "A".
002090      88  WS-RESTART-SWEEP-PHASE    VALUE "U".
002100  01  WS-RESTART-USERNAME       PIC X(32).
002110*    WHAT THE NEXT CHECKPOINT WILL SAY - CALLERS FILL THESE AND
002120*    8000 BUILDS THE RECORD FROM THEM ONCE THE FILE IS OPEN.
002130  01  WS-CKP-PHASE              PIC X(01).
002140  01  WS-CKP-USERNAME           PIC X(32).
002150  01  WS-CKP-POSITION           PIC 9(08).
002160  01  WS-SINCE-CHECKPOINT       PIC 9(04) COMP.
002170*
002180  01  WS-CURRENT-DATE            PIC 9(08).
002190  01  WS-CURRENT-DATE-INTEGER     PIC 9(07) COMP.
002200  01  WS-UNLOCK-CUTOFF-DATE       PIC 9(08).
002210  01  WS-AUDIT-CUTOFF-DATE        PIC 9(08).
002220  01  WS-DORMANT-CUTOFF-DATE      PIC 9(08).
002230  01  WS-DORMANT-REF-DATE         PIC 9(08).
002240  01  WS-SUSPENDED-COUNT          PIC 9(06) COMP.
002250*
002260  01  WS-RECORD-CHANGED-SWITCH    PIC X(01).
002270      88  WS-RECORD-CHANGED           VALUE "Y".
002280      88  WS-RECORD-UNCHANGED          VALUE "N".
002290  01  WS-UNLOCKED-COUNT           PIC 9(06) COMP.
002300  01  WS-RECORDS-READ-COUNT        PIC 9(06) COMP.
002310  01  WS-AUDIT-READ-COUNT           PIC 9(06) COMP.
002320  01  WS-AUDIT-KEPT-COUNT             PIC 9(06) COMP.
002330  01  WS-AUDIT-ARCHIVED-COUNT          PIC 9(06) COMP.
002340*
002350*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL - THE BEFORE
002360*    IMAGE IS TAKEN AT READ TIME, THE AFTER IMAGE JUST BEFORE
002370*    THE REWRITE.
002380  01  WS-BEFORE-IMAGE             PIC X(200).
002390  01  WS-AFTER-IMAGE              PIC X(200).
002400*
002410      COPY USRJRNC.CPY.
002420*
002430      COPY AUDCHNP.CPY.
002440*
002450      COPY RUNCTLP.CPY.
002460*
002470  PROCEDURE DIVISION.
002480*
002490  0000-MAINLINE.
002500      PERFORM 1000-INITIALIZE
002510          THRU 1000-EXIT.
002520      PERFORM 2000-PROCESS-USER-FILE
002530          THRU 2000-EXIT
002540          UNTIL WS-USER-FILE-EOF.
002550      PERFORM 4000-ROLL-AUDIT-TRAIL
002560          THRU 4000-EXIT.
002570      PERFORM 9000-TERMINATE
002580          THRU 9000-EXIT.
002590      GOBACK.
002600*
002610*--------------------------------------------------------------*
002620*    1000-INITIALIZE
002630*--------------------------------------------------------------*
002640  1000-INITIALIZE.
002650      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002660*    YYYYMMDD IS NOT AN INTEGER DAY COUNT - GO THROUGH A REAL
002670*    CALENDAR CONVERSION ONCE HERE SO BOTH AGING CHECKS BELOW
002680*    ARE PLAIN YYYYMMDD COMPARISONS AGAINST A VALID CUTOFF DATE.
002690      COMPUTE WS-CURRENT-DATE-INTEGER =
002700          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
002710      COMPUTE WS-UNLOCK-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002720          (WS-CURRENT-DATE-INTEGER - WS-UNLOCK-AFTER-DAYS).
002730      COMPUTE WS-AUDIT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002740          (WS-CURRENT-DATE-INTEGER - WS-AUDIT-RETENTION-DAYS).
002750      COMPUTE WS-DORMANT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002760          (WS-CURRENT-DATE-INTEGER - WS-DORMANT-AFTER-DAYS).
002770      COMPUTE WS-SEAL-THROUGH-INTEGER =
002780          WS-CURRENT-DATE-INTEGER - 1.
002790*    FIRST STEP OF THE CYCLE - STAMP THE START ON THE
002800*    RUN-CONTROL FILE SO THE MORNING SUMMARY SEES A STEP THAT
002810*    DIED AS STARTED-BUT-NEVER-ENDED.
002820      SET RCP-STAMP-START TO TRUE.
002830      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
002840      MOVE "UNLOCK" TO RCP-STEP-NAME.
002850      MOVE SPACES TO RCP-PRED-STEP-NAME.
002860      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
002870      MOVE 0 TO WS-SUSPENDED-COUNT.
002880      MOVE 0 TO WS-UNLOCKED-COUNT.
002890      MOVE 0 TO WS-RECORDS-READ-COUNT.
002900      MOVE 0 TO WS-AUDIT-READ-COUNT.
002910      MOVE 0 TO WS-AUDIT-KEPT-COUNT.
002920      MOVE 0 TO WS-AUDIT-ARCHIVED-COUNT.
002930      MOVE 0 TO WS-DAYS-SEALED-COUNT.
002940      MOVE 0 TO WS-RECORDS-CHAINED-COUNT.
002950      MOVE 0 TO WS-LAST-SEAL-DATE.
002960      SET WS-SEAL-NOT-FAILED TO TRUE.
002970      MOVE 0 TO WS-SINCE-CHECKPOINT.
002980      MOVE SPACES TO WS-RESTART-USERNAME.
002990      SET WS-NOT-RESTARTING TO TRUE.
003000      MOVE SPACES TO WS-RESTART-PHASE.
003010      PERFORM 1200-READ-CHECKPOINT
003020          THRU 1200-EXIT.
003030      OPEN I-O USER-FILE.
003040      IF NOT WS-USER-FILE-OK
003050*    WITHOUT THIS CHECK A READ AFTER A FAILED OPEN NEVER RAISES
003060*    AT END - IT JUST RETURNS A NON-"00" STATUS FOREVER, SO THE
003070*    DRIVING LOOP BELOW WOULD SPIN UNTIL THE JOB IS CANCELLED
003080*    INSTEAD OF FAILING LOUDLY.
003090          DISPLAY "ACCT_UNLOCK - UNABLE TO OPEN USERFILE, STATUS "
003100              WS-USER-FILE-STATUS
003110          MOVE 16 TO RETURN-CODE
003120          STOP RUN
003130      END-IF.
003140      DISPLAY "ACCT_UNLOCK - NIGHTLY LOCKOUT SWEEP STARTING".
003150      IF WS-RESTARTING AND WS-RESTART-AUDIT-PHASE
003160*    THE SWEEP FINISHED ON THE FAILED RUN - GO STRAIGHT TO THE
003170*    AUDIT ROLL.
003180          SET WS-USER-FILE-EOF TO TRUE
003190          DISPLAY "ACCT_UNLOCK - RESTART - SWEEP ALREADY DONE".
003200      IF WS-RESTARTING AND WS-RESTART-SWEEP-PHASE
003210          PERFORM 1300-POSITION-USER-SWEEP
003220              THRU 1300-EXIT.
003230  1000-EXIT.
003240      EXIT.
003250*
003260*--------------------------------------------------------------*
003270*    1200-READ-CHECKPOINT - PICK UP WHERE A FAILED RUN LEFT
003280*    OFF.  THE FILE IS READ THROUGH TO ITS LAST RECORD SO THE
003290*    NEWEST CHECKPOINT WINS WHATEVER THE SITE'S REWRITE/APPEND
003300*    SEMANTICS.  NO FILE, AN EMPTY FILE, GARBAGE, OR PHASE "C"
003310*    ALL MEAN A FRESH RUN.
003320*--------------------------------------------------------------*
003330  1200-READ-CHECKPOINT.
003340      OPEN INPUT CHECKPOINT-FILE.
003350      IF NOT WS-CHECKPOINT-OK
003360          GO TO 1200-EXIT.
003370      MOVE "C" TO WS-RESTART-PHASE.
003380      PERFORM 1210-READ-ONE-CHECKPOINT
003390          THRU 1210-EXIT
003400          UNTIL WS-CHECKPOINT-EOF.
003410      CLOSE CHECKPOINT-FILE.
003420      IF WS-RESTART-PHASE = "U" OR WS-RESTART-PHASE = "A"
003430          SET WS-RESTARTING TO TRUE
003440          DISPLAY "ACCT_UNLOCK - RESTARTING FROM CHECKPOINT, "
003450              "PHASE " WS-RESTART-PHASE
003460      ELSE
003470*    THE LAST CHECKPOINT WAS A CLEAN END (OR GARBAGE) - THIS IS
003480*    A FRESH RUN AND THE COUNTERS RESTORED ABOVE BELONG TO THE
003490*    PREVIOUS NIGHT, NOT TO US.
003500          MOVE 0 TO WS-UNLOCKED-COUNT
003510          MOVE 0 TO WS-RECORDS-READ-COUNT
003520          MOVE 0 TO WS-AUDIT-READ-COUNT
003530          MOVE 0 TO WS-AUDIT-KEPT-COUNT
003540          MOVE 0 TO WS-AUDIT-ARCHIVED-COUNT
003550          MOVE 0 TO WS-SUSPENDED-COUNT
003560          MOVE SPACES TO WS-RESTART-USERNAME
003570      END-IF.
003580  1200-EXIT.
003590      EXIT.
003600*
003610  1210-READ-ONE-CHECKPOINT.
003620      READ CHECKPOINT-FILE
003630          AT END
003640              SET WS-CHECKPOINT-EOF TO TRUE
003650      END-READ.
003660      IF WS-CHECKPOINT-EOF
003670          GO TO 1210-EXIT.
003680*    A TRUNCATED OR HAND-DAMAGED RECORD MUST READ AS GARBAGE,
003690*    NOT FEED SPACES INTO THE NUMERIC RESTART FIELDS.
003700      IF (CKP-PHASE-USER-SWEEP OR CKP-PHASE-AUDIT-ROLL
003710         OR CKP-PHASE-COMPLETE)
003720         AND CKP-AUDIT-POSITION IS NUMERIC
003730         AND CKP-UNLOCKED-COUNT IS NUMERIC
003740         AND CKP-RECORDS-READ-COUNT IS NUMERIC
003750         AND CKP-AUDIT-READ-COUNT IS NUMERIC
003760         AND CKP-AUDIT-KEPT-COUNT IS NUMERIC
003770         AND CKP-AUDIT-ARCHIVED-COUNT IS NUMERIC
003780         AND CKP-SUSPENDED-COUNT IS NUMERIC
003790          MOVE CKP-PHASE TO WS-RESTART-PHASE
003800          MOVE CKP-LAST-USERNAME TO WS-RESTART-USERNAME
003810          MOVE CKP-UNLOCKED-COUNT TO WS-UNLOCKED-COUNT
003820          MOVE CKP-RECORDS-READ-COUNT TO WS-RECORDS-READ-COUNT
003830          MOVE CKP-AUDIT-READ-COUNT TO WS-AUDIT-READ-COUNT
003840          MOVE CKP-AUDIT-KEPT-COUNT TO WS-AUDIT-KEPT-COUNT
003850          MOVE CKP-AUDIT-ARCHIVED-COUNT
003860              TO WS-AUDIT-ARCHIVED-COUNT
003870          MOVE CKP-SUSPENDED-COUNT TO WS-SUSPENDED-COUNT
003880      END-IF.
003890  1210-EXIT.
003900      EXIT.
003910*
003920*--------------------------------------------------------------*
003930*    1300-POSITION-USER-SWEEP - A RESTARTED SWEEP STARTS JUST
003940*    PAST THE LAST USERNAME THE CHECKPOINT RECORDED.
003950*--------------------------------------------------------------*
003960  1300-POSITION-USER-SWEEP.
003970      MOVE WS-RESTART-USERNAME TO USR-USERNAME.
003980      START USER-FILE KEY > USR-USERNAME
003990          INVALID KEY
004000*    NOTHING PAST THE CHECKPOINTED USERNAME - THE SWEEP HAS
004010*    NOTHING LEFT TO DO.
004020              SET WS-USER-FILE-EOF TO TRUE
004030      END-START.
004040      DISPLAY "ACCT_UNLOCK - RESTART - SWEEP RESUMES AFTER "
004050          WS-RESTART-USERNAME.
004060  1300-EXIT.
004070      EXIT.
004080*
004090*--------------------------------------------------------------*
004100*    2000-PROCESS-USER-FILE - READ EACH CREDENTIAL RECORD IN TURN
004110*    AND UNLOCK IT IF IT QUALIFIES.
004120*--------------------------------------------------------------*
004130  2000-PROCESS-USER-FILE.
004140      READ USER-FILE NEXT RECORD
004150          AT END
004160              SET WS-USER-FILE-EOF TO TRUE
004170      END-READ.
004180      IF NOT WS-USER-FILE-EOF
004190          ADD 1 TO WS-RECORDS-READ-COUNT
004200          SET WS-RECORD-UNCHANGED TO TRUE
004210*    THE JOURNAL'S BEFORE IMAGE IS THE RECORD AS IT WAS READ.
004220          MOVE SPACES TO WS-BEFORE-IMAGE
004230          MOVE USER-RECORD TO WS-BEFORE-IMAGE
004240          PERFORM 3000-UNLOCK-IF-AGED-OUT
004250              THRU 3000-EXIT
004260          PERFORM 3500-SUSPEND-IF-DORMANT
004270              THRU 3500-EXIT
004280*    ONE REWRITE PER READ, WHATEVER COMBINATION OF CHANGES THE
004290*    TWO SWEEPS MADE - A SECOND REWRITE WITHOUT AN INTERVENING
004300*    READ IS NOT VALID ON AN INDEXED FILE.
004310          IF WS-RECORD-CHANGED
004320              MOVE USER-RECORD TO WS-AFTER-IMAGE
004330              REWRITE USER-RECORD
004340              PERFORM 3700-JOURNAL-REWRITE
004350                  THRU 3700-EXIT
004360          END-IF
004370          ADD 1 TO WS-SINCE-CHECKPOINT
004380          IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
004390              MOVE 0 TO WS-SINCE-CHECKPOINT
004400              MOVE "U" TO WS-CKP-PHASE
004410              MOVE USR-USERNAME TO WS-CKP-USERNAME
004420              MOVE 0 TO WS-CKP-POSITION
004430              PERFORM 8000-TAKE-CHECKPOINT
004440                  THRU 8000-EXIT
004450          END-IF
004460      END-IF.
004470  2000-EXIT.
004480      EXIT.
004490*
004500*--------------------------------------------------------------*
004510*    3000-UNLOCK-IF-AGED-OUT
004520*--------------------------------------------------------------*
004530  3000-UNLOCK-IF-AGED-OUT.
004540      IF USR-LOCKED
004550          IF USR-LOCKED-DATE <= WS-UNLOCK-CUTOFF-DATE
004560              SET USR-NOT-LOCKED TO TRUE
004570              MOVE 0 TO USR-FAILED-COUNT
004580              MOVE 0 TO USR-LOCKED-DATE
004590              SET WS-RECORD-CHANGED TO TRUE
004600              ADD 1 TO WS-UNLOCKED-COUNT
004610          END-IF
004620      END-IF.
004630  3000-EXIT.
004640      EXIT.
004650*
004660*--------------------------------------------------------------*
004670*    3500-SUSPEND-IF-DORMANT - AN ACTIVE ACCOUNT WITH NO
004680*    SUCCESSFUL SIGN-ON IN WS-DORMANT-AFTER-DAYS IS SUSPENDED
004690*    WITH THE "M" STATUS.  AN ACCOUNT THAT HAS NEVER SIGNED ON
004700*    AGES FROM ITS PASSWORD-CHANGED (CREATION) DATE.  "M" IS
004710*    DELIBERATELY NOT THE LOCKED FLAG, SO 3000 ABOVE CAN NEVER
004720*    SILENTLY REACTIVATE A DORMANT ACCOUNT - ONLY USER_ADMIN'S
004730*    "E" FUNCTION PUTS ONE BACK IN SERVICE.
004740*--------------------------------------------------------------*
004750  3500-SUSPEND-IF-DORMANT.
004760      IF NOT USR-ACCOUNT-ACTIVE
004770          GO TO 3500-EXIT.
004780*    A RECORD FROM BEFORE THE FIELD EXISTED CARRIES SPACES - IT
004790*    IS LEFT ALONE RATHER THAN SUSPENDED ON GARBAGE (THE FILE
004800*    CONVERSION STAMPS THE CONVERSION DATE, SO EVERY EXISTING
004810*    ACCOUNT GETS A FULL DORMANCY WINDOW FROM DEPLOY).  ONLY AN
004820*    EXPLICIT ZERO - ADDED BY USER_ADMIN, NEVER SIGNED ON -
004830*    AGES FROM ITS CREATION DATE.
004840      IF USR-LAST-SIGNON-DATE IS NOT NUMERIC
004850          GO TO 3500-EXIT.
004860      IF USR-LAST-SIGNON-DATE > 0
004870          MOVE USR-LAST-SIGNON-DATE TO WS-DORMANT-REF-DATE
004880      ELSE
004890          IF USR-PASSWORD-CHANGED-DATE IS NUMERIC
004900             AND USR-PASSWORD-CHANGED-DATE > 0
004910              MOVE USR-PASSWORD-CHANGED-DATE
004920                  TO WS-DORMANT-REF-DATE
004930          ELSE
004940              GO TO 3500-EXIT
004950          END-IF
004960      END-IF.
004970      IF WS-DORMANT-REF-DATE <= WS-DORMANT-CUTOFF-DATE
004980          MOVE "M" TO USR-ACCOUNT-STATUS
004990          SET WS-RECORD-CHANGED TO TRUE
005000          ADD 1 TO WS-SUSPENDED-COUNT
005010      END-IF.
005020  3500-EXIT.
005030      EXIT.
005040*
005050*--------------------------------------------------------------*
005060*    3700-JOURNAL-REWRITE - APPEND THE BEFORE/AFTER IMAGES OF
005070*    THE SWEEP REWRITE JUST MADE TO THE USERFILE CHANGE
005080*    JOURNAL.
005090*--------------------------------------------------------------*
005100  3700-JOURNAL-REWRITE.
005110      MOVE "ACCT_UNLOCK" TO UJP-PROGRAM-NAME.
005120      SET UJP-ACTION-REWRITE TO TRUE.
005130      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
005140      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
005150      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
005160  3700-EXIT.
005170      EXIT.
005180*
005190*--------------------------------------------------------------*
005200*    4000-ROLL-AUDIT-TRAIL - ARCHIVE AND DELETE, IN PLACE,
005210*    EVERY TRAIL RECORD OLDER THAN WS-AUDIT-RETENTION-DAYS.
005220*    THE TRAIL IS KEYED ON DATE, SO THE AGED RECORDS COME
005230*    FIRST; THE ROLL STILL READS THROUGH TO END OF FILE SO THE
005240*    READ = KEPT + ARCHIVED RECONCILIATION ACCOUNTS FOR EVERY
005250*    RECORD ON THE TRAIL.
005260*--------------------------------------------------------------*
005270  4000-ROLL-AUDIT-TRAIL.
005280      OPEN I-O AUDIT-FILE.
005290      IF WS-AUDIT-FILE-NO-FILE
005300*    THE VERY FIRST NIGHT THIS SUBSYSTEM RUNS, AUDITIDX MAY NOT
005310*    EXIST YET BECAUSE NO SIGN-ON ATTEMPT HAS EVER BEEN LOGGED -
005320*    A ZERO-RECORD ROLL, AND NOTHING TO ARCHIVE.
005330          SET WS-AUDIT-FILE-EOF TO TRUE
005340          GO TO 4000-EXIT
005350      END-IF.
005360      IF NOT WS-AUDIT-FILE-OK
005370          DISPLAY "ACCT_UNLOCK - UNABLE TO OPEN AUDITIDX, STATUS "
005380              WS-AUDIT-FILE-STATUS
005390          MOVE 16 TO RETURN-CODE
005400          STOP RUN
005410      END-IF.
005420*    EVERY COMPLETE DAY IS SEALED BEFORE ANYTHING CAN BE
005430*    ARCHIVED, THEN THE ROLL STARTS FROM THE TOP OF THE TRAIL.
005440      PERFORM 4500-SEAL-AUDIT-TRAIL
005450          THRU 4500-EXIT.
005460      PERFORM 4590-POSITION-FOR-ROLL
005470          THRU 4590-EXIT.
005480*    THE ARCHIVE OPENS BEFORE ANYTHING IS DELETED - THE
005490*    AUDITORS' RULE IS ABSOLUTE: IF THE ARCHIVE WILL NOT OPEN,
005500*    NOTHING MAY BE PURGED.
005510      PERFORM 4050-OPEN-ARCHIVE-FILE
005520          THRU 4050-EXIT.
005530*    EVERY RUN RECORDS THAT THE ROLL PHASE HAS BEGUN, SO A
005540*    FAILURE ANYWHERE IN IT RESTARTS HERE AND NOT IN THE SWEEP.
005550*    NO POSITION IS NEEDED ANY MORE - THE RECORDS A FAILED RUN
005560*    ARCHIVED WERE DELETED FROM THE TRAIL, SO THE RERUN PICKS
005570*    UP THE REST NATURALLY.
005580      MOVE 0 TO WS-SINCE-CHECKPOINT.
005590      PERFORM 8050-AUDIT-CHECKPOINT-FIELDS
005600          THRU 8050-EXIT.
005610      PERFORM 8000-TAKE-CHECKPOINT
005620          THRU 8000-EXIT.
005630      PERFORM 4100-ROLL-ONE-RECORD
005640          THRU 4100-EXIT
005650          UNTIL WS-AUDIT-FILE-EOF.
005660      CLOSE AUDIT-FILE.
005670      CLOSE AUDIT-ARCHIVE-FILE.
005680      IF NOT WS-AUDIT-ARCHIVE-OK
005690          DISPLAY "ACCT_UNLOCK - AUDITARC CLOSE FAILED, STATUS "
005700              WS-AUDIT-ARCHIVE-STATUS
005710          MOVE 8 TO RETURN-CODE
005720      END-IF.
005730  4000-EXIT.
005740      EXIT.
005750*
005760*--------------------------------------------------------------*
005770*    4050-OPEN-ARCHIVE-FILE - THE ARCHIVE IS CUMULATIVE, SO IT
005780*    OPENS EXTEND; THE FIRST ROLL OF A NEW ARCHIVE YEAR CREATES
005790*    IT.  THE AUDITORS' RULE IS ABSOLUTE - IF THE ARCHIVE WILL
005800*    NOT OPEN, NOTHING MAY BE PURGED, SO THE RUN STOPS BEFORE
005810*    A SINGLE TRAIL RECORD IS DELETED.
005820*--------------------------------------------------------------*
005830  4050-OPEN-ARCHIVE-FILE.
005840      OPEN EXTEND AUDIT-ARCHIVE-FILE.
005850      IF WS-AUDIT-ARCHIVE-NO-FILE
005860          OPEN OUTPUT AUDIT-ARCHIVE-FILE
005870      END-IF.
005880      IF NOT WS-AUDIT-ARCHIVE-OK
005890          DISPLAY "ACCT_UNLOCK - UNABLE TO OPEN AUDITARC, STATUS "
005900              WS-AUDIT-ARCHIVE-STATUS
005910          MOVE 16 TO RETURN-CODE
005920          STOP RUN
005930      END-IF.
005940  4050-EXIT.
005950      EXIT.
005960*
005970  4100-ROLL-ONE-RECORD.
005980      READ AUDIT-FILE NEXT RECORD
005990          AT END
006000              SET WS-AUDIT-FILE-EOF TO TRUE
006010      END-READ.
006020      IF NOT WS-AUDIT-FILE-OK AND NOT WS-AUDIT-FILE-EOF
006030          DISPLAY "ACCT_UNLOCK - AUDITIDX READ ERROR, STATUS "
006040              WS-AUDIT-FILE-STATUS
006050          MOVE 8 TO RETURN-CODE
006060          SET WS-AUDIT-FILE-EOF TO TRUE.
006070      IF WS-AUDIT-FILE-EOF
006080          GO TO 4100-EXIT.
006090      ADD 1 TO WS-AUDIT-READ-COUNT.
006100      IF AXR-EVENT-DATE >= WS-AUDIT-CUTOFF-DATE
006110         OR AXR-EVENT-DATE > WS-LAST-SEAL-DATE
006120*    STILL INSIDE THE ONLINE WINDOW - THE RECORD STAYS WHERE
006130*    IT IS.  IT IS COUNTED SO THE RECONCILIATION ACCOUNTS FOR
006140*    THE WHOLE TRAIL.  A DAY THE SEALING COULD NOT REACH STAYS
006150*    TOO - IT MAY ONLY LEAVE THE TRAIL SEALED.
006160          ADD 1 TO WS-AUDIT-KEPT-COUNT
006170      ELSE
006180*    OFF THE ONLINE WINDOW, NOT OFF THE EARTH - THE RECORD GOES
006190*    TO THE COMPLIANCE ARCHIVE, THEN COMES OFF THE TRAIL.
006200          PERFORM 4200-ARCHIVE-AND-DELETE
006210              THRU 4200-EXIT
006220      END-IF.
006230      ADD 1 TO WS-SINCE-CHECKPOINT.
006240      IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
006250          MOVE 0 TO WS-SINCE-CHECKPOINT
006260          PERFORM 8100-AUDIT-ROLL-CHECKPOINT
006270              THRU 8100-EXIT
006280      END-IF.
006290  4100-EXIT.
006300      EXIT.
006310*
006320*--------------------------------------------------------------*
006330*    4200-ARCHIVE-AND-DELETE - CONVERT THE AGED RECORD TO THE
006340*    ARCHIVE LAYOUT (AUDITREC.CPY), APPEND IT, AND ONLY THEN
006350*    DELETE IT FROM THE TRAIL.  A RECORD IS COUNTED ARCHIVED
006360*    ONLY WHEN BOTH TOOK - OTHERWISE THE RECONCILIATION BELOW
006370*    WOULD PROVE NOTHING; THE IMBALANCE POSTS RC 8 AND THE
006380*    CHECKPOINT STAYS SO THE RERUN RESUMES.  A RECORD ARCHIVED
006390*    WHOSE DELETE THEN FAILED IS RE-ARCHIVED BY THE RERUN AND
006400*    APPEARS TWICE ON THE ARCHIVE - DUPLICATED, NEVER LOST.
006410*--------------------------------------------------------------*
006420  4200-ARCHIVE-AND-DELETE.
006430      PERFORM 4600-BUILD-ARCHIVE-IMAGE
006440          THRU 4600-EXIT.
006450      WRITE AUDIT-ARCHIVE-RECORD FROM WS-ARCHIVE-WORK.
006460      IF NOT WS-AUDIT-ARCHIVE-OK
006470          DISPLAY "ACCT_UNLOCK - AUDITARC WRITE FAILED, "
006480              "STATUS " WS-AUDIT-ARCHIVE-STATUS
006490          SET WS-AUDIT-FILE-EOF TO TRUE
006500          GO TO 4200-EXIT.
006510      DELETE AUDIT-FILE.
006520      IF NOT WS-AUDIT-FILE-OK
006530          DISPLAY "ACCT_UNLOCK - AUDITIDX DELETE FAILED, "
006540              "STATUS " WS-AUDIT-FILE-STATUS
006550          SET WS-AUDIT-FILE-EOF TO TRUE
006560          GO TO 4200-EXIT.
006570      ADD 1 TO WS-AUDIT-ARCHIVED-COUNT.
006580  4200-EXIT.
006590      EXIT.
006600*
006610*--------------------------------------------------------------*
006620*    4500-SEAL-AUDIT-TRAIL - FIND THE LAST SEAL ON THE TRAIL,
006630*    THEN CHAIN AND SEAL EVERY DAY AFTER IT UP TO AND INCLUDING
006640*    YESTERDAY.  TODAY IS NEVER SEALED - AUDIT_LOG IS STILL
006650*    WRITING IT.  THE VERY FIRST RUN FINDS NO SEAL AND STARTS
006660*    THE CHAIN FROM ZERO AT THE OLDEST DAY ON THE TRAIL.  A RUN
006670*    CUT SHORT PART WAY THROUGH A DAY SIMPLY RE-CHAINS THAT DAY
006680*    FROM THE LAST SEAL NEXT TIME - THE SAME VALUES COME OUT.  A
006690*    SEALING FAILURE POSTS RC 8 AND THE ROLL ARCHIVES NOTHING
006700*    PAST THE LAST GOOD SEAL.
006710*--------------------------------------------------------------*
006720  4500-SEAL-AUDIT-TRAIL.
006730      MOVE 0 TO WS-EARLIEST-TRAIL-DATE.
006740      MOVE 0 TO WS-LAST-SEAL-DATE.
006750      MOVE 0 TO WS-LAST-SEAL-HASH.
006760      PERFORM 4590-POSITION-FOR-ROLL
006770          THRU 4590-EXIT.
006780      PERFORM 4510-FIND-LAST-SEAL
006790          THRU 4510-EXIT
006800          UNTIL WS-AUDIT-FILE-EOF.
006810      IF WS-SEAL-FAILED
006815          MOVE 8 TO RETURN-CODE
006820          GO TO 4500-EXIT.
006830      IF WS-LAST-SEAL-DATE > 0
006840          COMPUTE WS-SEAL-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
006850              (WS-LAST-SEAL-DATE) + 1
006860      ELSE
006870          IF WS-EARLIEST-TRAIL-DATE > 0
006880             AND WS-EARLIEST-TRAIL-DATE < WS-CURRENT-DATE
006890              COMPUTE WS-SEAL-DATE-INTEGER =
006900                  FUNCTION INTEGER-OF-DATE
006910                  (WS-EARLIEST-TRAIL-DATE)
006920          ELSE
006930              MOVE WS-SEAL-THROUGH-INTEGER TO WS-SEAL-DATE-INTEGER
006940          END-IF
006950          DISPLAY "ACCT_UNLOCK - NO SEAL ON THE TRAIL - "
006960              "THE CHAIN STARTS FROM ZERO"
006970      END-IF.
006980      MOVE WS-LAST-SEAL-HASH TO WS-CHAIN-VALUE.
006990      PERFORM 4520-SEAL-ONE-DAY
007000          THRU 4520-EXIT
007010          UNTIL WS-SEAL-DATE-INTEGER > WS-SEAL-THROUGH-INTEGER
007020             OR WS-SEAL-FAILED.
007030      IF WS-SEAL-FAILED
007040          MOVE 8 TO RETURN-CODE.
007050  4500-EXIT.
007060      EXIT.
007070*
007080*--------------------------------------------------------------*
007090*    4510-FIND-LAST-SEAL - THE TRAIL IS IN DATE ORDER, SO THE
007100*    LAST SEAL READ IS THE NEWEST.
007110*--------------------------------------------------------------*
007120  4510-FIND-LAST-SEAL.
007130      READ AUDIT-FILE NEXT RECORD
007140          AT END
007150              SET WS-AUDIT-FILE-EOF TO TRUE
007160      END-READ.
007170      IF NOT WS-AUDIT-FILE-OK AND NOT WS-AUDIT-FILE-EOF
007180          DISPLAY "ACCT_UNLOCK - AUDITIDX READ ERROR, STATUS "
007190              WS-AUDIT-FILE-STATUS
007200          SET WS-SEAL-FAILED TO TRUE
007210          SET WS-AUDIT-FILE-EOF TO TRUE.
007220      IF WS-AUDIT-FILE-EOF
007230          GO TO 4510-EXIT.
007240      IF WS-EARLIEST-TRAIL-DATE = 0
007250          MOVE AXR-EVENT-DATE TO WS-EARLIEST-TRAIL-DATE.
007260      IF AXR-DAY-SEAL AND AXR-CHAIN-HASH IS NUMERIC
007270          MOVE AXR-EVENT-DATE TO WS-LAST-SEAL-DATE
007280          MOVE AXR-CHAIN-HASH TO WS-LAST-SEAL-HASH.
007290  4510-EXIT.
007300      EXIT.
007310*
007320*--------------------------------------------------------------*
007330*    4520-SEAL-ONE-DAY - CHAIN EACH OF THE DAY'S RECORDS IN KEY
007340*    ORDER, THEN WRITE THE DAY'S SEAL.  A DAY WITH NO EVENTS
007350*    STILL GETS ITS SEAL, WITH A COUNT OF ZERO.
007360*--------------------------------------------------------------*
007370  4520-SEAL-ONE-DAY.
007380      COMPUTE WS-SEAL-DATE = FUNCTION DATE-OF-INTEGER
007390          (WS-SEAL-DATE-INTEGER).
007400      MOVE 0 TO WS-DAY-RECORD-COUNT.
007410      SET WS-DAY-NOT-DONE TO TRUE.
007420      MOVE WS-SEAL-DATE TO AXR-EVENT-DATE.
007430      MOVE 0 TO AXR-EVENT-TIME.
007440      MOVE 0 TO AXR-EVENT-SEQ.
007450      START AUDIT-FILE KEY NOT < AXR-TRAIL-KEY
007460          INVALID KEY
007470              SET WS-DAY-DONE TO TRUE
007480      END-START.
007490      PERFORM 4530-CHAIN-ONE-RECORD
007500          THRU 4530-EXIT
007510          UNTIL WS-DAY-DONE.
007520      IF WS-SEAL-FAILED
007530          GO TO 4520-EXIT.
007540      PERFORM 4540-WRITE-DAY-SEAL
007550          THRU 4540-EXIT.
007560      ADD 1 TO WS-SEAL-DATE-INTEGER.
007570  4520-EXIT.
007580      EXIT.
007590*
007600  4530-CHAIN-ONE-RECORD.
007610      READ AUDIT-FILE NEXT RECORD
007620          AT END
007630              SET WS-DAY-DONE TO TRUE
007640      END-READ.
007650      IF WS-DAY-DONE
007660          GO TO 4530-EXIT.
007670      IF NOT WS-AUDIT-FILE-OK
007680          DISPLAY "ACCT_UNLOCK - AUDITIDX READ ERROR, STATUS "
007690              WS-AUDIT-FILE-STATUS
007700          SET WS-SEAL-FAILED TO TRUE
007710          SET WS-DAY-DONE TO TRUE
007720          GO TO 4530-EXIT.
007730      IF AXR-EVENT-DATE NOT = WS-SEAL-DATE
007740          SET WS-DAY-DONE TO TRUE
007750          GO TO 4530-EXIT.
007760*    A SEAL ALREADY ON A DAY PAST THE LAST SEAL FOUND CAN ONLY
007770*    MEAN A DAMAGED TRAIL - STOP AND LET AUDIT_VERIFY SAY WHERE.
007780      IF AXR-DAY-SEAL
007790          DISPLAY "ACCT_UNLOCK - UNEXPECTED SEAL ON THE TRAIL "
007800              "FOR "
007810              WS-SEAL-DATE
007820          SET WS-SEAL-FAILED TO TRUE
007830          SET WS-DAY-DONE TO TRUE
007840          GO TO 4530-EXIT.
007850      PERFORM 4600-BUILD-ARCHIVE-IMAGE
007860          THRU 4600-EXIT.
007870      PERFORM 4550-NEXT-LINK
007880          THRU 4550-EXIT.
007890      MOVE WS-CHAIN-VALUE TO AXR-CHAIN-HASH.
007900      REWRITE AUDIT-INDEX-RECORD.
007910      IF NOT WS-AUDIT-FILE-OK
007920          DISPLAY "ACCT_UNLOCK - AUDITIDX CHAIN REWRITE FAILED, "
007930              "STATUS " WS-AUDIT-FILE-STATUS
007940          SET WS-SEAL-FAILED TO TRUE
007950          SET WS-DAY-DONE TO TRUE
007960          GO TO 4530-EXIT.
007970      ADD 1 TO WS-DAY-RECORD-COUNT.
007980      ADD 1 TO WS-RECORDS-CHAINED-COUNT.
007990  4530-EXIT.
008000      EXIT.
008010*
008020*--------------------------------------------------------------*
008030*    4540-WRITE-DAY-SEAL - THE SEAL CARRIES THE DAY'S COUNT AND
008040*    THE DATE AND CHAIN VALUE OF THE SEAL BEFORE IT, AND IS
008050*    ITSELF THE LAST LINK OF THE DAY.
008060*--------------------------------------------------------------*
008070  4540-WRITE-DAY-SEAL.
008080      MOVE SPACES TO AUDIT-INDEX-RECORD.
008090      MOVE WS-SEAL-DATE TO AXR-EVENT-DATE.
008100      MOVE 99999999 TO AXR-EVENT-TIME.
008110      MOVE 0 TO AXR-EVENT-SEQ.
008120      MOVE WS-DAY-RECORD-COUNT TO AXR-SEAL-RECORD-COUNT.
008130      MOVE WS-LAST-SEAL-DATE TO AXR-SEAL-PRIOR-DATE.
008140      MOVE WS-LAST-SEAL-HASH TO AXR-SEAL-PRIOR-HASH.
008150      SET AXR-DAY-SEAL TO TRUE.
008160      MOVE 0 TO AXR-REASON-CODE.
008170      MOVE "ACCT_UNLOCK" TO AXR-TERMINAL-ID.
008180      PERFORM 4600-BUILD-ARCHIVE-IMAGE
008190          THRU 4600-EXIT.
008200      PERFORM 4550-NEXT-LINK
008210          THRU 4550-EXIT.
008220      MOVE WS-CHAIN-VALUE TO AXR-CHAIN-HASH.
008230      WRITE AUDIT-INDEX-RECORD
008240          INVALID KEY
008250              DISPLAY "ACCT_UNLOCK - SEAL WRITE FAILED FOR "
008260                  WS-SEAL-DATE ", STATUS " WS-AUDIT-FILE-STATUS
008270              SET WS-SEAL-FAILED TO TRUE
008280      END-WRITE.
008290      IF WS-SEAL-FAILED
008300          GO TO 4540-EXIT.
008310      MOVE WS-SEAL-DATE TO WS-LAST-SEAL-DATE.
008320      MOVE WS-CHAIN-VALUE TO WS-LAST-SEAL-HASH.
008330      ADD 1 TO WS-DAYS-SEALED-COUNT.
008340  4540-EXIT.
008350      EXIT.
008360*
008370*--------------------------------------------------------------*
008380*    4550-NEXT-LINK - FOLD THE IMAGE IN WS-ARCHIVE-WORK INTO THE
008390*    RUNNING CHAIN VALUE.
008400*--------------------------------------------------------------*
008410  4550-NEXT-LINK.
008420      MOVE WS-CHAIN-VALUE TO ACP-PRIOR-HASH.
008430      MOVE WS-ARCHIVE-WORK (1:67) TO ACP-RECORD-IMAGE.
008440      CALL "AUDIT_CHAIN" USING AUDIT-CHAIN-PARMS.
008450      MOVE ACP-CHAIN-HASH TO WS-CHAIN-VALUE.
008460  4550-EXIT.
008470      EXIT.
008480*
008490*--------------------------------------------------------------*
008500*    4590-POSITION-FOR-ROLL - BACK TO THE TOP OF THE TRAIL.  AN
008510*    EMPTY TRAIL IS SIMPLY AT END.
008520*--------------------------------------------------------------*
008530  4590-POSITION-FOR-ROLL.
008540      MOVE 0 TO AXR-EVENT-DATE.
008550      MOVE 0 TO AXR-EVENT-TIME.
008560      MOVE 0 TO AXR-EVENT-SEQ.
008570      START AUDIT-FILE KEY NOT < AXR-TRAIL-KEY
008580          INVALID KEY
008590              SET WS-AUDIT-FILE-EOF TO TRUE
008600      END-START.
008610  4590-EXIT.
008620      EXIT.
008630*
008640*--------------------------------------------------------------*
008650*    4600-BUILD-ARCHIVE-IMAGE - THE TRAIL RECORD IN THE ARCHIVE
008660*    LAYOUT, FOR THE ARCHIVE WRITE AND FOR EACH CHAIN LINK.
008670*--------------------------------------------------------------*
008680  4600-BUILD-ARCHIVE-IMAGE.
008690      MOVE SPACES TO WS-ARCHIVE-WORK.
008700      MOVE AXR-USERNAME TO WS-ARC-USERNAME.
008710      MOVE AXR-EVENT-DATE TO WS-ARC-DATE.
008720      MOVE AXR-EVENT-TIME TO WS-ARC-TIME.
008730      MOVE AXR-OUTCOME TO WS-ARC-OUTCOME.
008740      MOVE AXR-REASON-CODE TO WS-ARC-REASON-CODE.
008750      MOVE AXR-TERMINAL-ID TO WS-ARC-TERMINAL-ID.
008760      MOVE AXR-CHAIN-HASH TO WS-ARC-CHAIN-HASH.
008770  4600-EXIT.
008780      EXIT.
008790*
008800*--------------------------------------------------------------*
008810*    8000-TAKE-CHECKPOINT - REWRITE THE ONE-RECORD CHECKPOINT
008820*    FILE.  THE CALLER FILLS THE CKP FIELDS FIRST.  A
008830*    CHECKPOINT THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT
008840*    STOP THE RUN - THE WORST CASE IS A RERUN FROM FURTHER BACK.
008850*--------------------------------------------------------------*
008860  8000-TAKE-CHECKPOINT.
008870      OPEN OUTPUT CHECKPOINT-FILE.
008880      IF NOT WS-CHECKPOINT-OK
008890          DISPLAY "ACCT_UNLOCK - CHECKPOINT NOT WRITTEN, STATUS "
008900              WS-CHECKPOINT-STATUS
008910          GO TO 8000-EXIT.
008920*    THE RECORD AREA IS ONLY GOOD WHILE THE FILE IS OPEN -
008930*    BUILD IT HERE, SPACES FIRST SO THE FILLER IS CLEAN.
008940      MOVE SPACES TO CHECKPOINT-RECORD.
008950      MOVE WS-CKP-PHASE TO CKP-PHASE.
008960      MOVE WS-CKP-USERNAME TO CKP-LAST-USERNAME.
008970      MOVE WS-CKP-POSITION TO CKP-AUDIT-POSITION.
008980      MOVE WS-UNLOCKED-COUNT TO CKP-UNLOCKED-COUNT.
008990      MOVE WS-RECORDS-READ-COUNT TO CKP-RECORDS-READ-COUNT.
009000      MOVE WS-AUDIT-READ-COUNT TO CKP-AUDIT-READ-COUNT.
009010      MOVE WS-AUDIT-KEPT-COUNT TO CKP-AUDIT-KEPT-COUNT.
009020      MOVE WS-AUDIT-ARCHIVED-COUNT TO CKP-AUDIT-ARCHIVED-COUNT.
009030      MOVE WS-SUSPENDED-COUNT TO CKP-SUSPENDED-COUNT.
009040      WRITE CHECKPOINT-RECORD.
009050      IF NOT WS-CHECKPOINT-OK
009060          DISPLAY "ACCT_UNLOCK - CHECKPOINT WRITE FAILED, "
009070              "STATUS " WS-CHECKPOINT-STATUS.
009080      CLOSE CHECKPOINT-FILE.
009090  8000-EXIT.
009100      EXIT.
009110*
009120*--------------------------------------------------------------*
009130*    8050-AUDIT-CHECKPOINT-FIELDS - THE ROLL-PHASE CHECKPOINT
009140*    MARKS ONLY THAT THE ROLL IS IN PROGRESS.  NO POSITION IS
009150*    NEEDED - ARCHIVED RECORDS ARE DELETED IN PLACE, SO A
009160*    RESTARTED ROLL PICKS UP THE REST NATURALLY.
009170*--------------------------------------------------------------*
009180  8050-AUDIT-CHECKPOINT-FIELDS.
009190      MOVE "A" TO WS-CKP-PHASE.
009200      MOVE SPACES TO WS-CKP-USERNAME.
009210      MOVE 0 TO WS-CKP-POSITION.
009220  8050-EXIT.
009230      EXIT.
009240*
009250*--------------------------------------------------------------*
009260*    8100-AUDIT-ROLL-CHECKPOINT - CLOSE AND REOPEN THE ARCHIVE
009270*    SO EVERYTHING ARCHIVED SO FAR IS PHYSICALLY ON DISK.
009280*    ANYTHING THE FAILED RUN ARCHIVED AFTER ITS LAST FLUSH BUT
009290*    DID NOT DELETE MAY APPEAR TWICE ON THE ARCHIVE AFTER A
009300*    RESTART - DUPLICATED, NEVER LOST.
009310*--------------------------------------------------------------*
009320  8100-AUDIT-ROLL-CHECKPOINT.
009330      CLOSE AUDIT-ARCHIVE-FILE.
009340      OPEN EXTEND AUDIT-ARCHIVE-FILE.
009350      IF NOT WS-AUDIT-ARCHIVE-OK
009360          DISPLAY "ACCT_UNLOCK - CHECKPOINT REOPEN FAILED"
009370          MOVE 16 TO RETURN-CODE
009380          STOP RUN
009390      END-IF.
009400      PERFORM 8050-AUDIT-CHECKPOINT-FIELDS
009410          THRU 8050-EXIT.
009420      PERFORM 8000-TAKE-CHECKPOINT
009430          THRU 8000-EXIT.
009440  8100-EXIT.
009450      EXIT.
009460*
009470*--------------------------------------------------------------*
009480*    9000-TERMINATE
009490*--------------------------------------------------------------*
009500  9000-TERMINATE.
009510      CLOSE USER-FILE.
009520      DISPLAY "ACCT_UNLOCK - RECORDS READ:     "
009530          WS-RECORDS-READ-COUNT.
009540      DISPLAY "ACCT_UNLOCK - ACCOUNTS UNLOCKED: "
009550          WS-UNLOCKED-COUNT.
009560      DISPLAY "ACCT_UNLOCK - ACCOUNTS SUSPENDED "
009570          "DORMANT: " WS-SUSPENDED-COUNT.
009580      DISPLAY "ACCT_UNLOCK - AUDIT RECS READ:     "
009590          WS-AUDIT-READ-COUNT.
009600      DISPLAY "ACCT_UNLOCK - AUDIT RECS KEPT:     "
009610          WS-AUDIT-KEPT-COUNT.
009620      DISPLAY "ACCT_UNLOCK - AUDIT RECS ARCHIVED: "
009630          WS-AUDIT-ARCHIVED-COUNT.
009640      DISPLAY "ACCT_UNLOCK - AUDIT DAYS SEALED:   "
009650          WS-DAYS-SEALED-COUNT.
009660      DISPLAY "ACCT_UNLOCK - AUDIT RECS CHAINED:  "
009670          WS-RECORDS-CHAINED-COUNT.
009680      IF WS-SEAL-FAILED
009690          DISPLAY "ACCT_UNLOCK - SEALING INCOMPLETE - LAST SEAL "
009700              WS-LAST-SEAL-DATE.
009710*    THE AUDITORS' PROOF THAT NOTHING WAS LOST IN THE ROLL -
009720*    EVERY RECORD READ IS ACCOUNTED FOR ON ONE SIDE OR THE
009730*    OTHER, OR THE RUN POSTS A BAD RETURN CODE AND THE ROLL IS
009740*    NOT TO BE TRUSTED.
009750      IF WS-AUDIT-READ-COUNT = WS-AUDIT-KEPT-COUNT
009760              + WS-AUDIT-ARCHIVED-COUNT
009770          DISPLAY "ACCT_UNLOCK - ROLL RECONCILED, NO RECORDS LOST"
009780      ELSE
009790          DISPLAY "ACCT_UNLOCK - ROLL OUT OF BALANCE - READ "
009800              WS-AUDIT-READ-COUNT " NOT = KEPT + ARCHIVED"
009810          MOVE 8 TO RETURN-CODE
009820      END-IF.
009830*    ONLY A BALANCED ROLL RETIRES THE CHECKPOINT WITH PHASE "C".
009840*    AN OUT-OF-BALANCE END (A WRITE FAILURE CUT THE ROLL SHORT)
009850*    LEAVES THE LAST GOOD CHECKPOINT IN PLACE SO THE RERUN
009860*    RESUMES INSTEAD OF STARTING OVER AGAINST HALF-WRITTEN
009870*    OUTPUTS.
009880      IF RETURN-CODE = 0
009890          MOVE "C" TO WS-CKP-PHASE
009900          MOVE SPACES TO WS-CKP-USERNAME
009910          MOVE 0 TO WS-CKP-POSITION
009920          PERFORM 8000-TAKE-CHECKPOINT
009930              THRU 8000-EXIT
009940      ELSE
009950          DISPLAY "ACCT_UNLOCK - CHECKPOINT LEFT IN PLACE FOR "
009960              "RESTART"
009970      END-IF.
009980*    THE FINAL RETURN CODE IS KNOWN - STAMP THE END ON THE
009990*    RUN-CONTROL FILE WITH THE COUNTERS THE MORNING SUMMARY
010000*    PRINTS.
010010      SET RCP-STAMP-END TO TRUE.
010020      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
010030      MOVE "UNLOCK" TO RCP-STEP-NAME.
010040      MOVE RETURN-CODE TO RCP-STEP-RETURN-CODE.
010050      MOVE WS-UNLOCKED-COUNT TO RCP-COUNTER-1.
010060      MOVE WS-SUSPENDED-COUNT TO RCP-COUNTER-2.
010070      MOVE WS-AUDIT-KEPT-COUNT TO RCP-COUNTER-3.
010080      MOVE WS-AUDIT-ARCHIVED-COUNT TO RCP-COUNTER-4.
010090      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
010100  9000-EXIT.
010110      EXIT.
010120*
010130  END PROGRAM ACCT_UNLOCK.
