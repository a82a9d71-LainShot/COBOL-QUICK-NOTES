000100*
000110*    REVKCTLC.CPY
000120*
000130*    CONTROL RECORD FOR THE INBOUND REVOCATION FEED (SEE
000140*    REVOKE_FEED AND REVKREC.CPY).  ONE RECORD IS APPENDED TO
000150*    REVKCTL FOR EVERY FILE REVOKE_FEED IS GIVEN.  BEFORE
000160*    APPLYING A FILE THE PROGRAM READS REVKCTL THROUGH; A FILE
000170*    ID ALREADY ON RECORD AS PROCESSED IS REFUSED, SO A FILE
000180*    LANDED OR SUBMITTED TWICE IS NEVER APPLIED TWICE.  A FILE
000190*    REFUSED AS INCOMPLETE CHANGED NOTHING AND MAY BE LANDED
000200*    AGAIN UNDER THE SAME ID.  APPENDED, NEVER REWRITTEN - THE
000210*    SAME CONVENTION AS FEEDCTL.
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       BY    DESCRIPTION
000250*    ---------- ----- --------------------------------------------
000260*    2026-10-15 DLH   ORIGINAL.
000270*
000280 01  REVOKE-CONTROL-RECORD.
000290     05  RVC-FILE-ID                   PIC X(20).
000300     05  RVC-RUN-DATE                  PIC 9(08).
000310     05  RVC-RUN-TIME                  PIC 9(08).
000320     05  RVC-LINE-COUNT                PIC 9(06).
000330     05  RVC-APPLIED-COUNT             PIC 9(06).
000340     05  RVC-REJECTED-COUNT            PIC 9(06).
000350     05  RVC-STATUS                    PIC X(01).
000360         88  RVC-PROCESSED                 VALUE "P".
000370         88  RVC-INCOMPLETE                VALUE "I".
000380         88  RVC-DUPLICATE                 VALUE "D".
000390     05  FILLER                        PIC X(25).
