000100*
000110*    SESSHST.COB
000120*
000130*    PROGRAM-ID: SESSION_HISTORY
000140*
000150*    PURPOSE:    APPENDS ONE RECORD TO THE SESSION-HISTORY FILE
000160*                (SESSHIST, SEE SESSHSR.CPY) FOR EVERY SESSION
000170*                THAT ENDS, CARRYING THE USERNAME, TERMINAL,
000180*                SIGN-ON AND END STAMPS, THE CONNECT TIME AND
000190*                HOW THE SESSION ENDED.  THE END STAMP AND THE
000200*                DURATION ARE WORKED OUT HERE SO EVERY CALLER
000210*                MEASURES A SESSION THE SAME WAY.  OPEN EXTEND /
000220*                WRITE / CLOSE PER CALL, THE SAME AS
000230*                USERFILE_JOURNAL, SO EVERY RECORD IS ON DISK
000240*                THE MOMENT THE SESSION ENDS.
000250*
000260*                A HISTORY RECORD THAT CANNOT BE WRITTEN IS
000270*                REPORTED ON SYSOUT AND IN THE RESULT CODE, BUT
000280*                THE SIGN-OFF STANDS - NO ONE IS KEPT SIGNED ON
000290*                BECAUSE THE BILLING FILE IS UNAVAILABLE.
000300*
000310*    CALLED BY:  SESSION_TRACK, SESSION_SWEEP.
000320*
000330*    LINKAGE:    SESSION-HISTORY-PARMS - SEE SESSHSC.CPY.
000340*
000350*    MODIFICATION HISTORY
000360*    DATE       BY    DESCRIPTION
000370*    ---------- ----- --------------------------------------------
000380*    2026-10-15 DLH   ORIGINAL.
000390*
000400  IDENTIFICATION DIVISION.
000410  PROGRAM-ID. SESSION_HISTORY.
000420  AUTHOR. D L HOLLOWAY.
000430  INSTALLATION. SIGN-ON SERVICES.
000440  DATE-WRITTEN. 2026-10-15.
000450  DATE-COMPILED.
000460*
000470  ENVIRONMENT DIVISION.
000480  INPUT-OUTPUT SECTION.
000490  FILE-CONTROL.
000500      SELECT HISTORY-FILE ASSIGN TO "SESSHIST"
000510          ORGANIZATION LINE SEQUENTIAL
000520          FILE STATUS WS-HISTORY-FILE-STATUS.
000530*
000540  DATA DIVISION.
000550  FILE SECTION.
000560  FD  HISTORY-FILE.
000570      COPY SESSHSR.CPY.
000580*
000590  WORKING-STORAGE SECTION.
000600*
000610  01  WS-HISTORY-FILE-STATUS    PIC X(02).
000620      88  WS-HISTORY-FILE-OK        VALUE "00".
000630      88  WS-HISTORY-FILE-NO-FILE   VALUE "35".
000640  01  WS-CURRENT-DATE           PIC 9(08).
000650  01  WS-CURRENT-TIME           PIC 9(08).
000660*
000670*    THE SESSION AS IT STOOD BEFORE THE CALLER DELETED IT.
000680      COPY SESSREC.CPY.
000690*
000700  01  WS-SIGNON-DATE            PIC 9(08).
000710  01  WS-SIGNON-TIME            PIC 9(08).
000720  01  WS-END-DATE               PIC 9(08).
000730  01  WS-END-TIME               PIC 9(08).
000740  01  WS-DURATION-SECONDS       PIC 9(08).
000750*    A STAMP AS A SECOND COUNT - A REAL CALENDAR CONVERSION, SO
000760*    A SESSION SPANNING MIDNIGHT OR MONTH-END STILL MEASURES
000770*    TRUE.
000780  01  WS-SIGNON-SECOND          PIC 9(12) COMP.
000790  01  WS-END-SECOND             PIC 9(12) COMP.
000800  01  WS-STAMP-HOUR             PIC 9(02).
000810  01  WS-STAMP-MIN              PIC 9(02).
000820  01  WS-STAMP-SEC              PIC 9(02).
000830*
000840  LINKAGE SECTION.
000850*
000860      COPY SESSHSC.CPY.
000870*
000880  PROCEDURE DIVISION USING SESSION-HISTORY-PARMS.
000890*
000900  0000-MAINLINE.
000910      SET SHP-OK TO TRUE.
000920      PERFORM 1000-MEASURE-SESSION
000930          THRU 1000-EXIT.
000940      PERFORM 2000-WRITE-HISTORY-RECORD
000950          THRU 2000-EXIT.
000960      GOBACK.
000970*
000980*--------------------------------------------------------------*
000990*    1000-MEASURE-SESSION - THE END STAMP AND THE CONNECT TIME.
001000*    A SIGN-OFF OR FORCE-OFF ENDS NOW; AN EXPIRED SESSION ENDS
001010*    AT ITS LAST HEARTBEAT, OR ITS SIGN-ON WHEN A RECORD FROM
001020*    BEFORE THE HEARTBEAT EXISTED CARRIES NONE.
001030*--------------------------------------------------------------*
001040  1000-MEASURE-SESSION.
001050      MOVE SHP-SESSION-IMAGE TO SESSION-RECORD.
001060      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001070      ACCEPT WS-CURRENT-TIME FROM TIME.
001080      MOVE 0 TO WS-SIGNON-DATE.
001090      MOVE 0 TO WS-SIGNON-TIME.
001100      MOVE 0 TO WS-DURATION-SECONDS.
001110      IF SES-SIGNON-DATE IS NUMERIC
001120         AND SES-SIGNON-TIME IS NUMERIC
001130         AND SES-SIGNON-DATE > 0
001140          MOVE SES-SIGNON-DATE TO WS-SIGNON-DATE
001150          MOVE SES-SIGNON-TIME TO WS-SIGNON-TIME.
001160      MOVE WS-CURRENT-DATE TO WS-END-DATE.
001170      MOVE WS-CURRENT-TIME TO WS-END-TIME.
001180      IF SHP-EXPIRED
001190          IF SES-LAST-ACTIVITY-DATE IS NUMERIC
001200             AND SES-LAST-ACTIVITY-TIME IS NUMERIC
001210             AND SES-LAST-ACTIVITY-DATE > 0
001220              MOVE SES-LAST-ACTIVITY-DATE TO WS-END-DATE
001230              MOVE SES-LAST-ACTIVITY-TIME TO WS-END-TIME
001240          ELSE
001250              IF WS-SIGNON-DATE > 0
001260                  MOVE WS-SIGNON-DATE TO WS-END-DATE
001270                  MOVE WS-SIGNON-TIME TO WS-END-TIME
001280              END-IF
001290          END-IF
001300      END-IF.
001310*    NO USABLE SIGN-ON STAMP MEANS NOTHING TO MEASURE FROM - THE
001320*    SESSION IS KEPT WITH ZERO CONNECT TIME RATHER THAN A GUESS.
001330      IF WS-SIGNON-DATE = 0
001340          GO TO 1000-EXIT.
001350      COMPUTE WS-SIGNON-SECOND =
001360          FUNCTION INTEGER-OF-DATE (WS-SIGNON-DATE) * 86400.
001370      MOVE WS-SIGNON-TIME (1:2) TO WS-STAMP-HOUR.
001380      MOVE WS-SIGNON-TIME (3:2) TO WS-STAMP-MIN.
001390      MOVE WS-SIGNON-TIME (5:2) TO WS-STAMP-SEC.
001400      COMPUTE WS-SIGNON-SECOND = WS-SIGNON-SECOND
001410          + WS-STAMP-HOUR * 3600 + WS-STAMP-MIN * 60
001415              + WS-STAMP-SEC.
001420      COMPUTE WS-END-SECOND =
001430          FUNCTION INTEGER-OF-DATE (WS-END-DATE) * 86400.
001440      MOVE WS-END-TIME (1:2) TO WS-STAMP-HOUR.
001450      MOVE WS-END-TIME (3:2) TO WS-STAMP-MIN.
001460      MOVE WS-END-TIME (5:2) TO WS-STAMP-SEC.
001470      COMPUTE WS-END-SECOND = WS-END-SECOND
001480          + WS-STAMP-HOUR * 3600 + WS-STAMP-MIN * 60
001485              + WS-STAMP-SEC.
001490*    A CLOCK SET BACK UNDER A LIVE SESSION MUST NOT BILL A
001500*    NEGATIVE TIME.
001510      IF WS-END-SECOND > WS-SIGNON-SECOND
001520          COMPUTE WS-DURATION-SECONDS =
001530              WS-END-SECOND - WS-SIGNON-SECOND.
001540  1000-EXIT.
001550      EXIT.
001560*
001570*--------------------------------------------------------------*
001580*    2000-WRITE-HISTORY-RECORD - OPEN EXTEND, BUILD, WRITE AND
001590*    CLOSE.  ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE
001600*    CREATE PATH - ANY OTHER FAILED OPEN MUST NOT BE ANSWERED
001610*    WITH AN OPEN OUTPUT THAT WOULD EMPTY THE FILE.  THE RECORD
001620*    AREA IS ONLY GOOD WHILE THE FILE IS OPEN - IT IS BUILT
001630*    AFTER THE OPEN.
001640*--------------------------------------------------------------*
001650  2000-WRITE-HISTORY-RECORD.
001660      OPEN EXTEND HISTORY-FILE.
001670      IF WS-HISTORY-FILE-NO-FILE
001680          OPEN OUTPUT HISTORY-FILE.
001690      IF NOT WS-HISTORY-FILE-OK
001700          DISPLAY "SESSION_HISTORY - HISTORY NOT WRITTEN, "
001710              "STATUS " WS-HISTORY-FILE-STATUS
001720          SET SHP-HISTORY-ERROR TO TRUE
001730          GO TO 2000-EXIT.
001740      MOVE SPACES TO SESSION-HISTORY-RECORD.
001750      MOVE SES-USERNAME TO SHR-USERNAME.
001760      MOVE SES-TERMINAL-ID TO SHR-TERMINAL-ID.
001770      MOVE WS-SIGNON-DATE TO SHR-SIGNON-DATE.
001780      MOVE WS-SIGNON-TIME TO SHR-SIGNON-TIME.
001790      MOVE WS-END-DATE TO SHR-END-DATE.
001800      MOVE WS-END-TIME TO SHR-END-TIME.
001810      MOVE WS-DURATION-SECONDS TO SHR-DURATION-SECONDS.
001820      MOVE SHP-END-TYPE TO SHR-END-TYPE.
001830      WRITE SESSION-HISTORY-RECORD.
001840      IF NOT WS-HISTORY-FILE-OK
001850          DISPLAY "SESSION_HISTORY - HISTORY WRITE FAILED, "
001860              "STATUS " WS-HISTORY-FILE-STATUS
001870          SET SHP-HISTORY-ERROR TO TRUE.
001880      CLOSE HISTORY-FILE.
001890  2000-EXIT.
001900      EXIT.
001910*
001920  END PROGRAM SESSION_HISTORY.
