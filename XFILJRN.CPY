000100*
000110*    XFILJRN.CPY
000120*
000130*    CROSS-FILE CHECK REMOVAL JOURNAL RECORD.  ONE RECORD IS
000140*    APPENDED TO XFILJRNL BY CROSS_FILE_CHECK FOR EVERY RECORD
000150*    ITS REPAIR MODE REMOVES FROM SESSFILE, DELGFILE, RESETFILE
000160*    OR PWHIST, CARRYING THE DD NAME OF THE FILE, THE RULE THAT
000170*    CONDEMNED THE RECORD AND ITS FULL IMAGE AS IT STOOD BEFORE
000180*    THE DELETE, SO ANY REMOVAL CAN BE PUT BACK BY HAND.
000190*
000200*    USRJRNL IS NOT USED FOR THESE - USERFILE_RECOVER REPLAYS
000210*    EVERY USRJRNL RECORD AGAINST USERFILE, AND AN IMAGE FROM
000220*    ANOTHER FILE WOULD BE APPLIED AS A CREDENTIAL RECORD.
000230*
000240*    THE IMAGE IS SIZED WITH ROOM TO SPARE OVER THE LARGEST OF
000250*    THE FOUR RECORDS; THE UNUSED TAIL IS SPACES.  RECORD
000260*    SEQUENTIAL, LIKE USRJRNL.
000270*
000280*    MODIFICATION HISTORY
000290*    DATE       BY    DESCRIPTION
000300*    ---------- ----- --------------------------------------------
000310*    2026-10-15 DLH   ORIGINAL.
000320*
000330 01  XFILE-JOURNAL-RECORD.
000340     05  XFJ-JOURNAL-DATE              PIC 9(08).
000350     05  XFJ-JOURNAL-TIME              PIC 9(08).
000360     05  XFJ-FILE-NAME                 PIC X(08).
000370     05  XFJ-RULE-NUMBER               PIC 9(02).
000380     05  XFJ-RECORD-IMAGE              PIC X(200).
000390     05  FILLER                        PIC X(14).
