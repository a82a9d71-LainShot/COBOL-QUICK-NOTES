000100*
000110*    BRKGSEAL.COB
000120*
000130*    PROGRAM-ID: BREAK_GLASS_SEAL
000140*
000150*    PURPOSE:    RESEALS BREAK-GLASS EMERGENCY ACCOUNTS.  EVERY
000160*                RECORD ON THE BRKGFILE (SEE BRKGREC.CPY) STILL
000170*                OPEN WHOSE WINDOW HAS ENDED - AN OPENING FROM
000180*                BREAK_GLASS_OPEN WHOSE HOURS ARE UP, OR A NEW
000190*                DESIGNATION FROM USER_ADMIN'S "G" FUNCTION - IS
000200*                SEALED:
000210*
000220*                  - A FRESH RANDOM PASSWORD IS HASHED THROUGH
000230*                    PWHASHSVC ONTO THE CREDENTIAL RECORD AND THE
000240*                    ACCOUNT IS DISABLED AGAIN, JOURNALED AND
000250*                    AUDITED AS ACTION 33;
000260*                  - ANY SESSION STILL SIGNED ON UNDER IT IS
000270*                    FORCED OFF THROUGH SESSION_TRACK (ACTION 06);
000280*                  - THE NEW PASSWORD IS PRINTED ONCE ON THE
000290*                    BGENVLP OUTPUT, WHICH GOES TO THE SECURE
000300*                    PRINT CLASS AND INTO A SEALED ENVELOPE FOR
000310*                    THE NEXT EMERGENCY.  IT APPEARS NOWHERE ELSE;
000320*                  - THE BRKGFILE RECORD IS STAMPED SEALED AND
000330*                    THE OPERATOR CONSOLE TOLD.
000340*
000350*                THE PASS IS MEANT TO BE SUBMITTED AT SHORT
000360*                INTERVALS.  CRED_CHECK STOPS HONOURING AN
000370*                OPENING AT THE WINDOW END WHETHER OR NOT THIS
000380*                HAS RUN; THE PASS MAKES THE CLOSE PERMANENT AND
000390*                RETIRES THE PASSWORD THAT WAS USED.
000400*
000410*                A RECORD THAT CANNOT BE SEALED STAYS OPEN AND IS
000420*                TRIED AGAIN ON THE NEXT PASS.  IF THE PASSWORD
000430*                SERVICE IS DOWN THE ACCOUNT IS STILL DISABLED
000440*                AT ONCE (AUDITED AS ACTION 02) AND THE FRESH
000450*                PASSWORD FOLLOWS ON A LATER PASS.
000460*
000470*                RETURN CODES:  0  NOTHING FAILED
000480*                               8  A RECORD COULD NOT BE SEALED
000490*                              16  A FILE COULD NOT BE OPENED
000500*
000510*    CALLS:      PWHASHSVC, USERFILE_JOURNAL, AUDIT_LOG,
000520*                SESSION_TRACK.
000530*
000540*    MODIFICATION HISTORY
000550*    DATE       BY    DESCRIPTION
000560*    ---------- ----- --------------------------------------------
000570*    2026-10-15 DLH   ORIGINAL.
000580*
000590  IDENTIFICATION DIVISION.
000600  PROGRAM-ID. BREAK_GLASS_SEAL.
000610  AUTHOR. D L HOLLOWAY.
000620  INSTALLATION. SIGN-ON SERVICES.
000630  DATE-WRITTEN. 2026-10-15.
000640  DATE-COMPILED.
000650*
000660  ENVIRONMENT DIVISION.
000670  CONFIGURATION SECTION.
000680  SPECIAL-NAMES.
000690      CONSOLE IS OPERATOR-CONSOLE.
000700  INPUT-OUTPUT SECTION.
000710  FILE-CONTROL.
000720      SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGFILE"
000730          ORGANIZATION INDEXED
000740          ACCESS MODE DYNAMIC
000750          RECORD KEY BGL-EVENT-KEY
000760          FILE STATUS WS-BREAK-GLASS-FILE-STATUS.
000770      SELECT USER-FILE ASSIGN TO "USERFILE"
000780          ORGANIZATION INDEXED
000790          ACCESS MODE DYNAMIC
000800          RECORD KEY USR-USERNAME
000810          FILE STATUS WS-USER-FILE-STATUS.
000820      SELECT ENVELOPE-FILE ASSIGN TO "BGENVLP"
000830          ORGANIZATION LINE SEQUENTIAL
000840          FILE STATUS WS-ENVELOPE-FILE-STATUS.
000850*
000860  DATA DIVISION.
000870  FILE SECTION.
000880  FD  BREAK-GLASS-FILE.
000890      COPY BRKGREC.CPY.
000900  FD  USER-FILE.
000910      COPY USERREC.CPY.
000920  FD  ENVELOPE-FILE.
000930  01  ENVELOPE-LINE                 PIC X(80).
000940*
000950  WORKING-STORAGE SECTION.
000960*
000970*    LENGTH OF A SEALED-ENVELOPE PASSWORD.
000980  77  WS-PASSWORD-LENGTH        PIC 9(02) COMP    VALUE 12.
000990*
001000  01  WS-BREAK-GLASS-FILE-STATUS PIC X(02).
001010      88  WS-BREAK-GLASS-FILE-OK    VALUE "00".
001020      88  WS-BREAK-GLASS-NO-FILE    VALUE "35".
001030*
001040  01  WS-USER-FILE-STATUS       PIC X(02).
001050      88  WS-USER-FILE-OK           VALUE "00".
001060*
001070  01  WS-ENVELOPE-FILE-STATUS   PIC X(02).
001080      88  WS-ENVELOPE-FILE-OK       VALUE "00".
001090*
001100  01  WS-BREAK-GLASS-EOF-SWITCH PIC X(01).
001110      88  WS-BREAK-GLASS-EOF        VALUE "Y".
001120      88  WS-BREAK-GLASS-NOT-EOF     VALUE "N".
001130*
001140  01  WS-RUN-RETURN-CODE        PIC 9(02).
001150  01  WS-RECORDS-READ           PIC 9(06).
001160  01  WS-SEALED-COUNT           PIC 9(06).
001170  01  WS-FAILED-COUNT           PIC 9(06).
001180  01  WS-FORCED-COUNT           PIC 9(06).
001190*
001200  01  WS-CURRENT-DATE           PIC 9(08).
001210  01  WS-CURRENT-TIME           PIC 9(08).
001220*
001230*    THE PASSWORD ALPHABET LEAVES OUT THE LETTERS AND DIGITS
001240*    THAT READ ALIKE ON A PRINTED SLIP (I, O, 0, 1).
001250  01  WS-PASSWORD-ALPHABET      PIC X(32)          VALUE
001260      "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
001270  01  WS-ALPHABET-TABLE REDEFINES WS-PASSWORD-ALPHABET.
001280      05  WS-ALPHABET-CHAR          PIC X(01) OCCURS 32 TIMES.
001290  01  WS-RANDOM-SEED            PIC 9(09) COMP.
001300  01  WS-RANDOM-VALUE           PIC V9(09).
001310  01  WS-CHAR-INDEX             PIC 9(02) COMP.
001320  01  WS-PW-INDEX               PIC 9(02) COMP.
001330  01  WS-NEW-PASSWORD           PIC X(32).
001340*
001350  01  WS-AUDIT-NAME             PIC X(32).
001360  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
001370  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
001380*
001390*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL.
001400  01  WS-BEFORE-IMAGE           PIC X(200).
001410  01  WS-AFTER-IMAGE            PIC X(200).
001420*
001430      COPY PWHASH.CPY.
001440*
001450      COPY USRJRNC.CPY.
001460*
001470      COPY SESSTRK.CPY.
001480*
001490  PROCEDURE DIVISION.
001500*
001510  0000-MAINLINE.
001520      PERFORM 1000-INITIALIZE
001530          THRU 1000-EXIT.
001540      PERFORM 2000-EXAMINE-ONE-RECORD
001550          THRU 2000-EXIT
001560          UNTIL WS-BREAK-GLASS-EOF.
001570      PERFORM 9000-TERMINATE
001580          THRU 9000-EXIT.
001590      GOBACK.
001600*
001610*--------------------------------------------------------------*
001620*    1000-INITIALIZE - NO BRKGFILE YET MEANS NO ACCOUNT HAS EVER
001630*    BEEN DESIGNATED - NOTHING TO DO.  THE RANDOM SEQUENCE IS
001640*    SEEDED ONCE FROM THE CLOCK.
001650*--------------------------------------------------------------*
001660  1000-INITIALIZE.
001670      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001680      ACCEPT WS-CURRENT-TIME FROM TIME.
001690      MOVE 0 TO WS-RUN-RETURN-CODE.
001700      MOVE 0 TO WS-RECORDS-READ.
001710      MOVE 0 TO WS-SEALED-COUNT.
001720      MOVE 0 TO WS-FAILED-COUNT.
001730      MOVE 0 TO WS-FORCED-COUNT.
001740      SET WS-BREAK-GLASS-NOT-EOF TO TRUE.
001750      OPEN I-O BREAK-GLASS-FILE.
001760      IF WS-BREAK-GLASS-NO-FILE
001766          DISPLAY "BREAK_GLASS_SEAL - NO BRKGFILE, "
001772              "NOTHING TO SEAL"
001780          MOVE 0 TO RETURN-CODE
001790          STOP RUN.
001800      IF NOT WS-BREAK-GLASS-FILE-OK
001810          DISPLAY "BREAK_GLASS_SEAL - UNABLE TO OPEN BRKGFILE, "
001820              "STATUS " WS-BREAK-GLASS-FILE-STATUS
001830          MOVE 16 TO RETURN-CODE
001840          STOP RUN.
001850      OPEN I-O USER-FILE.
001860      IF NOT WS-USER-FILE-OK
001870          DISPLAY "BREAK_GLASS_SEAL - UNABLE TO OPEN USERFILE, "
001880              "STATUS " WS-USER-FILE-STATUS
001890          CLOSE BREAK-GLASS-FILE
001900          MOVE 16 TO RETURN-CODE
001910          STOP RUN.
001920      OPEN OUTPUT ENVELOPE-FILE.
001930      IF NOT WS-ENVELOPE-FILE-OK
001940          DISPLAY "BREAK_GLASS_SEAL - UNABLE TO OPEN BGENVLP, "
001950              "STATUS " WS-ENVELOPE-FILE-STATUS
001960          CLOSE BREAK-GLASS-FILE
001970          CLOSE USER-FILE
001980          MOVE 16 TO RETURN-CODE
001990          STOP RUN.
002000      COMPUTE WS-RANDOM-SEED =
002010          WS-CURRENT-TIME + WS-CURRENT-DATE * 7919.
002020      COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM (WS-RANDOM-SEED).
002030  1000-EXIT.
002040      EXIT.
002050*
002060*--------------------------------------------------------------*
002070*    2000-EXAMINE-ONE-RECORD - ONLY AN OPEN RECORD WHOSE WINDOW
002080*    HAS ENDED IS SEALED.  AN OPENING STILL INSIDE ITS WINDOW IS
002090*    LEFT FOR A LATER PASS.
002100*--------------------------------------------------------------*
002110  2000-EXAMINE-ONE-RECORD.
002120      READ BREAK-GLASS-FILE NEXT RECORD
002130          AT END
002140              SET WS-BREAK-GLASS-EOF TO TRUE
002150              GO TO 2000-EXIT
002160      END-READ.
002170      IF NOT WS-BREAK-GLASS-FILE-OK
002180          DISPLAY "BREAK_GLASS_SEAL - BRKGFILE READ FAILED, "
002190              "STATUS " WS-BREAK-GLASS-FILE-STATUS
002200          MOVE 16 TO WS-RUN-RETURN-CODE
002210          SET WS-BREAK-GLASS-EOF TO TRUE
002220          GO TO 2000-EXIT.
002230      ADD 1 TO WS-RECORDS-READ.
002240      IF NOT BGL-OPEN
002250          GO TO 2000-EXIT.
002260      IF BGL-WINDOW-END-DATE > WS-CURRENT-DATE
002270          GO TO 2000-EXIT.
002280      IF BGL-WINDOW-END-DATE = WS-CURRENT-DATE
002290         AND BGL-WINDOW-END-TIME > WS-CURRENT-TIME
002300          GO TO 2000-EXIT.
002310      PERFORM 3000-SEAL-ACCOUNT
002320          THRU 3000-EXIT.
002330  2000-EXIT.
002340      EXIT.
002350*
002360*--------------------------------------------------------------*
002370*    3000-SEAL-ACCOUNT - DISABLE UNDER A FRESH PASSWORD, FORCE
002380*    OFF, PRINT THE ENVELOPE, STAMP THE RECORD SEALED.
002390*--------------------------------------------------------------*
002400  3000-SEAL-ACCOUNT.
002410      MOVE BGL-USERNAME TO USR-USERNAME.
002420      READ USER-FILE
002430          INVALID KEY
002440*    THE ACCOUNT HAS BEEN DELETED SINCE - THERE IS NOTHING LEFT
002450*    TO SEAL, SO THE RECORD IS CLOSED RATHER THAN RETRIED FOR
002460*    EVER.
002470              DISPLAY "BREAK_GLASS_SEAL - " BGL-USERNAME
002480                  " NO LONGER ON USERFILE - CLOSED"
002490              PERFORM 3500-STAMP-SEALED
002500                  THRU 3500-EXIT
002510              GO TO 3000-EXIT
002520      END-READ.
002530      MOVE SPACES TO WS-BEFORE-IMAGE.
002540      MOVE USER-RECORD TO WS-BEFORE-IMAGE.
002550      PERFORM 3100-GENERATE-PASSWORD
002560          THRU 3100-EXIT.
002570      SET PWHASH-GENERATE TO TRUE.
002580      MOVE WS-NEW-PASSWORD TO PWHASH-PLAINTEXT.
002590      CALL "PWHASHSVC" USING PWHASH-PARMS.
002600      MOVE SPACES TO PWHASH-PLAINTEXT.
002610      IF NOT PWHASH-OK
002620          MOVE SPACES TO WS-NEW-PASSWORD
002630          PERFORM 3200-DISABLE-ONLY
002640              THRU 3200-EXIT
002650          GO TO 3000-EXIT.
002660      MOVE PWHASH-SALT TO USR-PASSWORD-SALT.
002670      MOVE PWHASH-DIGEST TO USR-PASSWORD-DIGEST.
002680      SET USR-ACCOUNT-DISABLED TO TRUE.
002690      SET USR-NOT-LOCKED TO TRUE.
002700      MOVE 0 TO USR-FAILED-COUNT.
002710      MOVE 0 TO USR-LOCKED-DATE.
002720      MOVE WS-CURRENT-DATE TO USR-PASSWORD-CHANGED-DATE.
002730      MOVE WS-CURRENT-DATE TO USR-PASSWORD-EXPIRE-DATE.
002740      MOVE USER-RECORD TO WS-AFTER-IMAGE.
002750      REWRITE USER-RECORD.
002760      IF NOT WS-USER-FILE-OK
002770          DISPLAY "BREAK_GLASS_SEAL - RESEAL REWRITE FAILED FOR "
002780              BGL-USERNAME " STATUS " WS-USER-FILE-STATUS
002790          MOVE SPACES TO WS-NEW-PASSWORD
002800          ADD 1 TO WS-FAILED-COUNT
002810          GO TO 3000-EXIT.
002820      PERFORM 3400-JOURNAL-REWRITE
002830          THRU 3400-EXIT.
002840      MOVE BGL-USERNAME TO WS-AUDIT-NAME.
002850      MOVE 33 TO WS-AUDIT-ACTION-CODE.
002860      PERFORM 7000-WRITE-AUDIT-ACTION
002870          THRU 7000-EXIT.
002880      PERFORM 3300-FORCE-OFF
002890          THRU 3300-EXIT.
002900      PERFORM 4000-PRINT-ENVELOPE
002910          THRU 4000-EXIT.
002920*    THE PLAINTEXT HAS DONE ITS JOB - DO NOT LET IT SIT IN
002930*    WORKING STORAGE FOR THE NEXT ACCOUNT.
002940      MOVE SPACES TO WS-NEW-PASSWORD.
002950      PERFORM 3500-STAMP-SEALED
002960          THRU 3500-EXIT.
002970      ADD 1 TO WS-SEALED-COUNT.
002980      DISPLAY "BREAK GLASS - " BGL-USERNAME
002990          UPON OPERATOR-CONSOLE.
003000      DISPLAY "BREAK GLASS - RESEALED, NEW ENVELOPE ON BGENVLP"
003010          UPON OPERATOR-CONSOLE.
003020  3000-EXIT.
003030      EXIT.
003040*
003050*--------------------------------------------------------------*
003060*    3100-GENERATE-PASSWORD - WS-PASSWORD-LENGTH CHARACTERS
003070*    DRAWN FROM THE PASSWORD ALPHABET.
003080*--------------------------------------------------------------*
003090  3100-GENERATE-PASSWORD.
003100      MOVE SPACES TO WS-NEW-PASSWORD.
003110      PERFORM 3110-PICK-ONE-CHARACTER
003120          THRU 3110-EXIT
003130          VARYING WS-PW-INDEX FROM 1 BY 1
003140          UNTIL WS-PW-INDEX > WS-PASSWORD-LENGTH.
003150  3100-EXIT.
003160      EXIT.
003170*
003180  3110-PICK-ONE-CHARACTER.
003190      COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM.
003200      COMPUTE WS-CHAR-INDEX = WS-RANDOM-VALUE * 32 + 1.
003210      IF WS-CHAR-INDEX > 32
003220          MOVE 32 TO WS-CHAR-INDEX.
003230      MOVE WS-ALPHABET-CHAR (WS-CHAR-INDEX)
003240          TO WS-NEW-PASSWORD (WS-PW-INDEX:1).
003250  3110-EXIT.
003260      EXIT.
003270*
003280*--------------------------------------------------------------*
003290*    3200-DISABLE-ONLY - NO FRESH PASSWORD CAN BE HAD, BUT THE
003300*    WINDOW IS OVER AND THE ACCOUNT MUST NOT STAY USABLE UNDER
003310*    THE PASSWORD THAT WAS USED.  THE RECORD STAYS OPEN SO THE
003320*    NEXT PASS ISSUES THE PASSWORD AND THE ENVELOPE.
003330*--------------------------------------------------------------*
003340  3200-DISABLE-ONLY.
003350      DISPLAY "BREAK_GLASS_SEAL - PASSWORD SERVICE UNAVAILABLE, "
003360          BGL-USERNAME " DISABLED, NOT RESEALED".
003370      ADD 1 TO WS-FAILED-COUNT.
003380      IF USR-ACCOUNT-DISABLED
003390          GO TO 3200-EXIT.
003400      SET USR-ACCOUNT-DISABLED TO TRUE.
003410      MOVE USER-RECORD TO WS-AFTER-IMAGE.
003420      REWRITE USER-RECORD.
003430      IF NOT WS-USER-FILE-OK
003440          DISPLAY "BREAK_GLASS_SEAL - DISABLE REWRITE FAILED FOR "
003450              BGL-USERNAME " STATUS " WS-USER-FILE-STATUS
003460          GO TO 3200-EXIT.
003470      PERFORM 3400-JOURNAL-REWRITE
003480          THRU 3400-EXIT.
003490      MOVE BGL-USERNAME TO WS-AUDIT-NAME.
003500      MOVE 02 TO WS-AUDIT-ACTION-CODE.
003510      PERFORM 7000-WRITE-AUDIT-ACTION
003520          THRU 7000-EXIT.
003530      PERFORM 3300-FORCE-OFF
003540          THRU 3300-EXIT.
003550  3200-EXIT.
003560      EXIT.
003570*
003580*--------------------------------------------------------------*
003590*    3300-FORCE-OFF - THE WINDOW IS OVER FOR ANYONE STILL
003600*    SIGNED ON UNDER THE ACCOUNT TOO.
003610*--------------------------------------------------------------*
003620  3300-FORCE-OFF.
003630      SET STK-FORCE-OFF TO TRUE.
003640      MOVE BGL-USERNAME TO STK-USERNAME.
003650      MOVE SPACES TO STK-TERMINAL-ID.
003660      CALL "SESSION_TRACK" USING SESSION-TRACK-PARMS.
003670      IF STK-OK
003680          ADD 1 TO WS-FORCED-COUNT
003690          MOVE BGL-USERNAME TO WS-AUDIT-NAME
003700          MOVE 06 TO WS-AUDIT-ACTION-CODE
003710          PERFORM 7000-WRITE-AUDIT-ACTION
003720              THRU 7000-EXIT
003730      ELSE
003740          IF NOT STK-SESSION-NOT-FOUND
003750              DISPLAY "BREAK_GLASS_SEAL - SESSION FILE ERROR, "
003760                  BGL-USERNAME " NOT FORCED OFF"
003770              MOVE 8 TO WS-RUN-RETURN-CODE
003780          END-IF
003790      END-IF.
003800  3300-EXIT.
003810      EXIT.
003820*
003830*--------------------------------------------------------------*
003840*    3400-JOURNAL-REWRITE
003850*--------------------------------------------------------------*
003860  3400-JOURNAL-REWRITE.
003870      MOVE "BREAK_GLASS_SEAL" TO UJP-PROGRAM-NAME.
003880      SET UJP-ACTION-REWRITE TO TRUE.
003890      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
003900      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
003910      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
003920  3400-EXIT.
003930      EXIT.
003940*
003950*--------------------------------------------------------------*
003960*    3500-STAMP-SEALED - THE BRKGFILE RECORD IS STILL THE ONE
003970*    JUST READ; NOTHING ELSE HAS TOUCHED THE FILE SINCE.
003980*--------------------------------------------------------------*
003990  3500-STAMP-SEALED.
004000      ACCEPT WS-CURRENT-TIME FROM TIME.
004010      SET BGL-SEALED TO TRUE.
004020      MOVE WS-CURRENT-DATE TO BGL-SEALED-DATE.
004030      MOVE WS-CURRENT-TIME TO BGL-SEALED-TIME.
004040      REWRITE BREAK-GLASS-RECORD.
004050      IF NOT WS-BREAK-GLASS-FILE-OK
004060          DISPLAY "BREAK_GLASS_SEAL - BRKGFILE REWRITE FAILED, "
004070              BGL-USERNAME " STATUS " WS-BREAK-GLASS-FILE-STATUS
004080          MOVE 8 TO WS-RUN-RETURN-CODE.
004090  3500-EXIT.
004100      EXIT.
004110*
004120*--------------------------------------------------------------*
004130*    4000-PRINT-ENVELOPE - ONE SLIP PER ACCOUNT ON THE SECURE
004140*    PRINT CLASS.  THE SLIP GOES INTO A SEALED ENVELOPE LODGED
004150*    WITH THE SECURITY OFFICER; THE ENVELOPE IT REPLACES IS
004160*    DESTROYED UNOPENED, OR WAS OPENED FOR THE INCIDENT.
004170*--------------------------------------------------------------*
004180  4000-PRINT-ENVELOPE.
004190      MOVE SPACES TO ENVELOPE-LINE.
004200      STRING "BREAK-GLASS EMERGENCY ACCOUNT " DELIMITED BY SIZE
004210          BGL-USERNAME DELIMITED BY SPACE
004220          INTO ENVELOPE-LINE
004230      END-STRING.
004240      WRITE ENVELOPE-LINE.
004250      MOVE SPACES TO ENVELOPE-LINE.
004260      STRING "  PASSWORD      " DELIMITED BY SIZE
004270          WS-NEW-PASSWORD DELIMITED BY SPACE
004280          INTO ENVELOPE-LINE
004290      END-STRING.
004300      WRITE ENVELOPE-LINE.
004310      MOVE SPACES TO ENVELOPE-LINE.
004320      STRING "  SEALED        " DELIMITED BY SIZE
004330          WS-CURRENT-DATE DELIMITED BY SIZE
004340          " " DELIMITED BY SIZE
004350          WS-CURRENT-TIME (1:4) DELIMITED BY SIZE
004360          INTO ENVELOPE-LINE
004370      END-STRING.
004380      WRITE ENVELOPE-LINE.
004390      MOVE "  VALID ONLY ONCE OPENED FROM THE CONSOLE UNDER AN"
004400          TO ENVELOPE-LINE.
004410      WRITE ENVELOPE-LINE.
004420      MOVE "  INCIDENT REFERENCE.  REPLACES ANY EARLIER ENVELOPE."
004430          TO ENVELOPE-LINE.
004440      WRITE ENVELOPE-LINE.
004450      MOVE SPACES TO ENVELOPE-LINE.
004460      WRITE ENVELOPE-LINE.
004470  4000-EXIT.
004480      EXIT.
004490*
004500*--------------------------------------------------------------*
004510*    7000-WRITE-AUDIT-ACTION
004520*--------------------------------------------------------------*
004530  7000-WRITE-AUDIT-ACTION.
004540      CALL "AUDIT_LOG" USING WS-AUDIT-NAME WS-AUDIT-OUTCOME
004550          WS-AUDIT-ACTION-CODE.
004560  7000-EXIT.
004570      EXIT.
004580*
004590*--------------------------------------------------------------*
004600*    9000-TERMINATE
004610*--------------------------------------------------------------*
004620  9000-TERMINATE.
004630      CLOSE BREAK-GLASS-FILE.
004640      CLOSE USER-FILE.
004650      CLOSE ENVELOPE-FILE.
004660      IF WS-FAILED-COUNT > 0
004670          IF WS-RUN-RETURN-CODE < 8
004680              MOVE 8 TO WS-RUN-RETURN-CODE
004690          END-IF
004700      END-IF.
004710      DISPLAY "BREAK_GLASS_SEAL - RECORDS EXAMINED:  "
004720          WS-RECORDS-READ.
004730      DISPLAY "BREAK_GLASS_SEAL - ACCOUNTS RESEALED: "
004740          WS-SEALED-COUNT.
004750      DISPLAY "BREAK_GLASS_SEAL - NOT RESEALED:      "
004760          WS-FAILED-COUNT.
004770      DISPLAY "BREAK_GLASS_SEAL - USERS FORCED OFF:  "
004780          WS-FORCED-COUNT.
004790      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
004800  9000-EXIT.
004810      EXIT.
004820*
004830  END PROGRAM BREAK_GLASS_SEAL.
