000100******************************************************************
000110* COPYBOOK:    MCJREC.CPY
000120* AUTHOR:      T. SATO
000130* INSTALLATION: DATA PROCESSING DEPT
000140* DATE-WRITTEN: 2026-10-12
000150* PURPOSE:     MASTER-CHANGE JOURNAL RECORD (INDEXED FILE
000160*              MSTCHGJ, RECORD KEY MCJ-KEY).  TYPMNT AND RATMNT
000170*              WRITE ONE RECORD FOR EVERY TRANSACTION THEY APPLY
000180*              TO TYPEMST OR RATEMST, CARRYING THE MASTER RECORD
000190*              AS IT WAS BEFORE AND AFTER THE CHANGE (BEFORE IS
000200*              SPACES FOR AN ADD), THE OPERATOR ID AND REFERENCE
000210*              NUMBER FROM THE MAINTENANCE TRANSACTION AND THE
000220*              RUNPARM PROCESSING DATE THE CHANGE WAS MADE FOR.
000230*              THE KEY (MASTER NAME, MASTER KEY, SYSTEM DATE AND
000240*              TIME OF THE CHANGE, PER-RUN SEQUENCE) KEEPS ONE
000250*              CODE'S CHANGES TOGETHER IN THE ORDER THEY WERE
000260*              MADE, SO MCJINQ CAN START AT A CODE AND REBUILD
000270*              ITS VALUE AS OF ANY PROCESSING DATE.  THE IMAGES
000280*              ARE REDEFINED IN THE TYPEREC AND RATEREC LAYOUTS.
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT  DESCRIPTION
000320* ---------- ----  --------------------------------------------
000330* 2026-10-12 TS    ORIGINAL VERSION.
000340******************************************************************
000350 01  MCJ-REC.
000360     05  MCJ-KEY.
000370         10  MCJ-MASTER          PIC X(8).
000380             88  MCJ-TYPE-MAST        VALUE "TYPEMST".
000390             88  MCJ-RATE-MAST        VALUE "RATEMST".
000400         10  MCJ-MAST-KEY        PIC X(10).
000410         10  MCJ-TIMESTAMP.
000420             15  MCJ-CHG-DATE    PIC 9(8).
000430             15  MCJ-CHG-TIME    PIC 9(8).
000440         10  MCJ-RUN-SEQ         PIC 9(6).
000450     05  FILLER                  PIC X(1)  VALUE SPACE.
000460     05  MCJ-ACTION              PIC X(1).
000470         88  MCJ-ADD                  VALUE "A".
000480         88  MCJ-CHANGE               VALUE "C".
000490         88  MCJ-DEACTIVATE           VALUE "D".
000500     05  FILLER                  PIC X(1)  VALUE SPACE.
000510     05  MCJ-PROC-DATE           PIC 9(8).
000520     05  FILLER                  PIC X(1)  VALUE SPACE.
000530     05  MCJ-OPER-ID             PIC X(8).
000540     05  FILLER                  PIC X(1)  VALUE SPACE.
000550     05  MCJ-REF-NO              PIC X(10).
000560     05  FILLER                  PIC X(1)  VALUE SPACE.
000570     05  MCJ-PGM-ID              PIC X(8).
000580     05  FILLER                  PIC X(1)  VALUE SPACE.
000590     05  MCJ-BEFORE-IMAGE        PIC X(40).
000600     05  MCJ-BEFORE-TYPE REDEFINES MCJ-BEFORE-IMAGE.
000610         10  MCJ-BT-CODE         PIC X(2).
000620         10  MCJ-BT-DESC         PIC X(30).
000630         10  MCJ-BT-ACTIVE-FLAG  PIC X(1).
000640         10  FILLER              PIC X(7).
000650     05  MCJ-BEFORE-RATE REDEFINES MCJ-BEFORE-IMAGE.
000660         10  MCJ-BR-CODE         PIC X(2).
000670         10  MCJ-BR-DESC         PIC X(25).
000680         10  MCJ-BR-VALUE        PIC 9(3)V99.
000690         10  MCJ-BR-ACTIVE-FLAG  PIC X(1).
000700         10  FILLER              PIC X(7).
000710     05  FILLER                  PIC X(1)  VALUE SPACE.
000720     05  MCJ-AFTER-IMAGE         PIC X(40).
000730     05  MCJ-AFTER-TYPE REDEFINES MCJ-AFTER-IMAGE.
000740         10  MCJ-AT-CODE         PIC X(2).
000750         10  MCJ-AT-DESC         PIC X(30).
000760         10  MCJ-AT-ACTIVE-FLAG  PIC X(1).
000770         10  FILLER              PIC X(7).
000780     05  MCJ-AFTER-RATE REDEFINES MCJ-AFTER-IMAGE.
000790         10  MCJ-AR-CODE         PIC X(2).
000800         10  MCJ-AR-DESC         PIC X(25).
000810         10  MCJ-AR-VALUE        PIC 9(3)V99.
000820         10  MCJ-AR-ACTIVE-FLAG  PIC X(1).
000830         10  FILLER              PIC X(7).
000840     05  FILLER                  PIC X(18).
