000100*
000110*    AUDCHAIN.COB
000120*
000130*    PROGRAM-ID: AUDIT_CHAIN
000140*
000150*    PURPOSE:    COMPUTES ONE LINK OF THE SIGN-ON AUDIT TRAIL'S
000160*                HASH CHAIN.  STARTING FROM THE PREVIOUS
000170*                RECORD'S CHAIN VALUE, EACH BYTE OF THE RECORD
000180*                IMAGE IS FOLDED IN - THE RUNNING VALUE TIMES
000190*                WS-CHAIN-MULTIPLIER, PLUS THE BYTE'S CODE POINT
000200*                PLUS ONE, REDUCED MODULO WS-CHAIN-MODULUS - SO
000210*                A CHANGE TO ANY BYTE OF ANY RECORD, OR A RECORD
000220*                TAKEN OUT OR PUT IN, CHANGES THE VALUE OF EVERY
000230*                LINK FROM THAT POINT ON.  THE ONE PLACE THE
000240*                LINK IS DEFINED, SO THE NIGHTLY SEALING AND THE
000250*                VERIFICATION CAN NEVER DISAGREE ABOUT IT.
000260*
000270*    CALLED BY:  ACCT_UNLOCK, AUDIT_VERIFY.
000280*
000290*    LINKAGE:    AUDIT-CHAIN-PARMS - SEE AUDCHNP.CPY.
000300*
000310*    MODIFICATION HISTORY
000320*    DATE       BY    DESCRIPTION
000330*    ---------- ----- --------------------------------------------
000340*    2026-10-15 DLH   ORIGINAL.
000350*
000360  IDENTIFICATION DIVISION.
000370  PROGRAM-ID. AUDIT_CHAIN.
000380  AUTHOR. D L HOLLOWAY.
000390  INSTALLATION. SIGN-ON SERVICES.
000400  DATE-WRITTEN. 2026-10-15.
000410  DATE-COMPILED.
000420*
000430  ENVIRONMENT DIVISION.
000440*
000450  DATA DIVISION.
000460  WORKING-STORAGE SECTION.
000470*
000480*    THE MODULUS IS PRIME AND THE MULTIPLIER IS LARGER THAN ANY
000490*    BYTE VALUE, SO NO TWO DIFFERENT BYTES CAN FOLD IN THE SAME.
000500*    NEITHER MAY EVER CHANGE - EVERY SEAL ALREADY WRITTEN, ON THE
000510*    TRAIL AND IN EVERY ARCHIVE YEAR, WAS MADE WITH THESE VALUES.
000520  77  WS-CHAIN-MULTIPLIER       PIC 9(03) COMP     VALUE 257.
000530  77  WS-CHAIN-MODULUS          PIC 9(09) COMP  VALUE 999999937.
000540  77  WS-IMAGE-LENGTH           PIC 9(03) COMP     VALUE 67.
000550*
000560  01  WS-BYTE-INDEX             PIC 9(03) COMP.
000570  01  WS-RUNNING-HASH           PIC 9(09) COMP.
000580  01  WS-HASH-WORK              PIC 9(18) COMP.
000590  01  WS-HASH-QUOTIENT          PIC 9(18) COMP.
000600*
000610*    ONE BYTE OF THE IMAGE IN THE LOW HALF OF A HALFWORD, SO ITS
000620*    CODE POINT CAN BE READ AS A NUMBER.
000630  01  WS-BYTE-WORK.
000640      05  WS-BYTE-HIGH              PIC X(01).
000650      05  WS-BYTE-LOW               PIC X(01).
000660  01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
000670                                PIC 9(04) COMP.
000680*
000690  LINKAGE SECTION.
000700*
000710      COPY AUDCHNP.CPY.
000720*
000730  PROCEDURE DIVISION USING AUDIT-CHAIN-PARMS.
000740*
000750  0000-MAINLINE.
000760      MOVE ACP-PRIOR-HASH TO WS-RUNNING-HASH.
000770      PERFORM 1000-FOLD-ONE-BYTE
000780          THRU 1000-EXIT
000790          VARYING WS-BYTE-INDEX FROM 1 BY 1
000800          UNTIL WS-BYTE-INDEX > WS-IMAGE-LENGTH.
000810      MOVE WS-RUNNING-HASH TO ACP-CHAIN-HASH.
000820      GOBACK.
000830*
000840*--------------------------------------------------------------*
000850*    1000-FOLD-ONE-BYTE
000860*--------------------------------------------------------------*
000870  1000-FOLD-ONE-BYTE.
000880      MOVE LOW-VALUE TO WS-BYTE-HIGH.
000890      MOVE ACP-RECORD-IMAGE (WS-BYTE-INDEX:1) TO WS-BYTE-LOW.
000900      COMPUTE WS-HASH-WORK =
000910          WS-RUNNING-HASH * WS-CHAIN-MULTIPLIER
000920              + WS-BYTE-VALUE + 1.
000930      DIVIDE WS-HASH-WORK BY WS-CHAIN-MODULUS
000940          GIVING WS-HASH-QUOTIENT
000950          REMAINDER WS-RUNNING-HASH.
000960  1000-EXIT.
000970      EXIT.
000980*
000990  END PROGRAM AUDIT_CHAIN.
