000010****************************************************************
000020*    L O C F R Z  -  CYCLE-COUNT FREEZE RECORD (SHARED)        *
000030****************************************************************
000040*  USED BY : LOCCYCLE (FREEZES EVERY FACE IT PUTS ON THE DAY'S *
000050*            LOCCYCL COUNT LIST), LOCAPPLY (HOLDS FEED         *
000060*            TRANSACTIONS FOR A FROZEN FACE IN SUSPENSE),      *
000070*            LOCMAINT (REFUSES MAINTENANCE UNLESS A SUPERVISOR *
000080*            OVERRIDES), LOCREPL (CUTS NO TASK FOR A FROZEN    *
000090*            FACE), LOCRECON (LIFTS THE FREEZE AS THE COUNT    *
000100*            RECONCILES), LOCFRZAG (AGING REPORT), LOCSLOT     *
000110*            (LEAVES A FROZEN FACE OUT OF THE RE-SLOTTING),    *
000120*            LOCINTEG (ORPHAN CHECK)                           *
000130*                                                              *
000140*  ONE RECORD PER PICK FACE WAITING TO BE COUNTED, KEYED BY    *
000150*  WAREHOUSE + LOCATION CODE LIKE THE ITEM-MASTER.             *
000160*  FRZ-FROZEN-DATE IS THE NIGHT THE FACE WAS FIRST LISTED AND  *
000170*  DRIVES THE AGING - A FACE LISTED AGAIN BEFORE ITS COUNT     *
000180*  CAME BACK KEEPS THE ORIGINAL DATE.  A RECORD COMES OFF THE  *
000190*  FILE WHEN LOCRECON RECONCILES THE FACE'S COUNT - ANYTHING   *
000200*  ON THE FILE IS A FACE STILL FROZEN.                         *
000210*                                                              *
000220*  MOD HISTORY                                                 *
000230*  ---------- --- ---------------------------------------------*
000240*  2026-10-15 RSM  ORIGINAL                                    *
000250****************************************************************
000260  01  LOC-FRZ-RECORD.
000270      05  FRZ-KEY.
000280          10  FRZ-WHSE-ID             PIC X(02).
000290          10  FRZ-LOC-CODE            PIC X(10).
000300      05  FRZ-ZONE                    PIC X(02).
000310      05  FRZ-FROZEN-DATE             PIC X(08).
000320      05  FRZ-REASON                  PIC X(20).
000330      05  FILLER                      PIC X(08).
