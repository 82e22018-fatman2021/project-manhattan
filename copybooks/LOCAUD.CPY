000220*                  AUTHORITY) IS JOURNALED WITH 'X' AND BLANK   *
000230*                  IMAGES; BLANK ON COMPLETED ACTIONS AND ON    *
000240*                  RECORDS THAT PREDATE THE FIELD               *
000250*  2026-10-15 RSM  ADDED THE RENAME ACTION ('N' - 'R' WAS TAKEN *
000260*                  BY REINSTATE).  THE BEFORE IMAGE CARRIES THE *
000270*                  OLD CODE AND THE AFTER IMAGE THE NEW ONE     *
000280*  2026-10-15 RSM  AUD-OUTCOME 'F' - THE ACTION WENT THROUGH    *
000290*                  ON A SUPERVISOR OVERRIDE OF A CYCLE-COUNT    *
000300*                  FREEZE                                       *
000310****************************************************************
000320  01  LOC-AUDIT-RECORD.
000330      05  AUD-KEY.
000340          10  AUD-DATE                PIC X(08).
000350          10  AUD-TIME                PIC X(06).
000360          10  AUD-SEQ                 PIC 9(04).
000370      05  AUD-OPERATOR                PIC X(08).
000380      05  AUD-ACTION                  PIC X(01).
000390          88  AUD-ACTION-ADD              VALUE 'A'.
000400          88  AUD-ACTION-CHANGE           VALUE 'C'.
000410          88  AUD-ACTION-DELETE           VALUE 'D'.
000420          88  AUD-ACTION-REINSTATE        VALUE 'R'.
000430          88  AUD-ACTION-RENAME           VALUE 'N'.
000440      05  AUD-BEFORE-IMAGE            PIC X(52).
000450      05  AUD-AFTER-IMAGE             PIC X(52).
000460      05  AUD-OUTCOME                 PIC X(01).
000470          88  AUD-COMPLETED               VALUE ' '.
000480          88  AUD-REFUSED                 VALUE 'X'.
000490          88  AUD-FREEZE-OVERRIDE         VALUE 'F'.
000500      05  FILLER                      PIC X(02).
