000010****************************************************************
000020*    L O C T R A N  -  LOCATION TRANSACTION RECORD (SHARED)    *
000030****************************************************************
000040*  USED BY : LOCAPPLY (AND LOCPEND, WHERE LOCAPPLY PARKS A      *
000050*            FUTURE-DATED TRANSACTION UNTIL IT COMES DUE)       *
000060*                                                               *
000070*  ONE LOCATION MAINTENANCE TRANSACTION PER 80-BYTE RECORD.     *
000080*  THE NIGHTLY HOST DELTA FEED (HOSTFEED) ARRIVES IN THIS       *
000090*  LAYOUT; ANY OTHER FILE OF PENDING MAINTENANCE TRANSACTIONS   *
000100*  THAT IS TO BE RELEASED THROUGH LOCAPPLY MUST USE IT TOO.     *
000110*                                                               *
000120*  MOD HISTORY                                                  *
000130*  ---------- --- ---------------------------------------------*
000140*  2026-08-22 RSM  ORIGINAL                                     *
000150*  2026-08-22 RSM  CARRIES THE FULL EXPANDED LOCATION RECORD -  *
000160*                  ZONE/AISLE/BAY, ASSIGNED ITEM, CAPACITY AND  *
000170*                  REPLENISHMENT MIN/MAX - IN STEP WITH LOCREC  *
000180*  2026-09-03 RSM  TRAN-WHSE-ID ADDED FOR THE SATELLITE DC, IN  *
000190*                  STEP WITH THE WAREHOUSE ID ON LOCREC.  A     *
000200*                  BLANK WAREHOUSE IS TAKEN AS 01 BY LOCAPPLY   *
000210*                  WHILE THE HOST CUTS OVER.                    *
000220*  2026-10-15 RSM  RENAME ACTION 'R' AND TRAN-NEW-LOC-CODE (CUT *
000230*                  FROM THE FILLER) - MOVES A LOCATION TO A NEW *
000240*                  CODE IN THE SAME WAREHOUSE, TAKING ITS COUNT *
000250*                  AND EXCEPTION HISTORY AND PENDING SUSPENSE   *
000260*                  WITH IT.  ANY OTHER NON-BLANK FIELD ON A     *
000270*                  RENAME IS APPLIED AS ON A CHANGE             *
000280*  2026-10-15 RSM  TRAN-EFFECTIVE-DATE (YYYYMMDD, CUT FROM THE  *
000290*                  FILLER) - BLANK OR TODAY OR EARLIER APPLIES  *
000300*                  TONIGHT; A LATER DATE IS PARKED ON LOCPEND   *
000310*                  BY LOCAPPLY AND RELEASED ON THAT NIGHT       *
000320****************************************************************
000330  01  LOC-TRAN-RECORD.
000340      05  TRAN-ACTION                 PIC X(01).
000350          88  TRAN-ADD                    VALUE 'A'.
000360          88  TRAN-CHANGE                 VALUE 'C'.
000370          88  TRAN-DELETE                 VALUE 'D'.
000380          88  TRAN-RENAME                 VALUE 'R'.
000390      05  TRAN-WHSE-ID                PIC X(02).
000400      05  TRAN-LOC-CODE               PIC X(10).
000410      05  TRAN-NEW-STATUS             PIC X(01).
000420      05  TRAN-ZONE                   PIC X(02).
000430      05  TRAN-AISLE                  PIC X(02).
000440      05  TRAN-BAY                    PIC X(02).
000450      05  TRAN-ITEM-NUMBER            PIC X(08).
000460      05  TRAN-CAPACITY               PIC X(05).
000470      05  TRAN-REPL-MIN               PIC X(05).
000480      05  TRAN-REPL-MAX               PIC X(05).
000490      05  TRAN-NEW-LOC-CODE           PIC X(10).
000500      05  TRAN-EFFECTIVE-DATE         PIC X(08).
000510      05  FILLER                      PIC X(19).
