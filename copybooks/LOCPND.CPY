000010****************************************************************
000020*    L O C P N D  -  SCHEDULED (PENDING) TRANSACTION RECORD    *
000030****************************************************************
000040*  USED BY : LOCAPPLY (PARKS A FUTURE-DATED FEED TRANSACTION   *
000050*            AND RELEASES IT THROUGH THE NORMAL EDITS ON ITS   *
000060*            EFFECTIVE DATE), LOCPNDRP (PENDING-CHANGES        *
000070*            REPORT), LOCPNDRV (LIST AND CANCEL), LOCMAINT     *
000080*            (A RENAME CARRIES PARKED TRANSACTIONS TO THE NEW  *
000090*            CODE, AS LOCAPPLY'S DOES)                         *
000100*                                                              *
000110*  ONE RECORD PER TRANSACTION WAITING FOR ITS EFFECTIVE DATE.  *
000120*  THE PRIME KEY LEADS WITH THE EFFECTIVE DATE SO LOCAPPLY     *
000130*  RELEASES IN DATE ORDER, AND WITHIN A DATE IN THE ORDER      *
000140*  THE TRANSACTIONS WERE PARKED (THE ORDER THE HOST SENT       *
000150*  THEM); THE SEQUENCE IS BUMPED WHEN TWO ARE PARKED IN THE    *
000160*  SAME SECOND, THE WAY LOCSUSP IS KEYED.                      *
000170*  THE ALTERNATE PND-SCHED-KEY (DUPLICATES ALLOWED) ORDERS     *
000180*  THE FILE BY DATE / WAREHOUSE / ZONE / LOCATION FOR THE      *
000190*  PENDING-CHANGES REPORT.  PND-ZONE IS THE TRANSACTION'S      *
000200*  ZONE, OR THE FACE'S ZONE ON THE ITEM-MASTER WHEN THE        *
000210*  TRANSACTION LEAVES IT BLANK.  PND-TRAN IS THE FULL 80-BYTE  *
000220*  SHARED LOCTRAN RECORD EXACTLY AS IT ARRIVED.  A RECORD      *
000230*  COMES OFF THE FILE WHEN LOCAPPLY RELEASES IT OR THE         *
000240*  SUPERVISOR CANCELS IT - ANYTHING ON THE FILE IS A           *
000250*  SCHEDULED CHANGE STILL TO COME.                             *
000260*                                                              *
000270*  MOD HISTORY                                                 *
000280*  ---------- --- ---------------------------------------------*
000290*  2026-10-15 RSM  ORIGINAL                                    *
000300****************************************************************
000310  01  LOC-PND-RECORD.
000320      05  PND-KEY.
000330          10  PND-EFF-DATE            PIC X(08).
000340          10  PND-PARKED-DATE         PIC X(08).
000350          10  PND-PARKED-TIME         PIC X(06).
000360          10  PND-SEQ                 PIC 9(04).
000370      05  PND-SCHED-KEY.
000380          10  PND-SCHED-DATE          PIC X(08).
000390          10  PND-WHSE-ID             PIC X(02).
000400          10  PND-ZONE                PIC X(02).
000410          10  PND-LOC-CODE            PIC X(10).
000420      05  PND-TRAN                    PIC X(80).
000430      05  FILLER                      PIC X(02).
