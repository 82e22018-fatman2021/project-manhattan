000010****************************************************************
000020*    L O C O T K  -  OPEN REPLENISHMENT TASK RECORD (SHARED)   *
000030****************************************************************
000040*  USED BY : LOCREPL (WRITES ONE RECORD PER TASK IT ISSUES AND *
000050*            SKIPS OR TOPS UP A FACE THAT ALREADY HAS ONE),     *
000060*            LOCTASK (CLOSES TASKS THE WMS CONFIRMS AND AGES    *
000070*            THE REST), LOCAPPLY AND LOCMAINT (CARRY THE TASK   *
000080*            TO THE NEW CODE ON A RENAME), LOCINTEG (ORPHAN     *
000090*            CHECK)                                             *
000100*                                                               *
000110*  ONE RECORD PER PICK FACE WITH A REPLENISHMENT TASK STILL     *
000120*  OUT ON THE FLOOR, KEYED BY WAREHOUSE + LOCATION CODE LIKE    *
000130*  THE ITEM-MASTER.  OTK-QTY IS THE TOTAL QUANTITY REQUESTED    *
000140*  SO FAR (RAISED WHEN LOCREPL TOPS THE TASK UP); OTK-ISSUED    *
000150*  IS THE NIGHT THE TASK WAS FIRST CUT AND DRIVES THE AGING.    *
000160*  A RECORD COMES OFF THE FILE WHEN THE WMS CONFIRMS THE TASK   *
000170*  COMPLETE - ANYTHING ON THE FILE IS AN OPEN TASK.             *
000180*                                                               *
000190*  MOD HISTORY                                                  *
000200*  ---------- --- ---------------------------------------------*
000210*  2026-10-15 RSM  ORIGINAL                                     *
000220****************************************************************
000230  01  LOC-OTSK-RECORD.
000240      05  OTK-KEY.
000250          10  OTK-WHSE-ID             PIC X(02).
000260          10  OTK-LOC-CODE            PIC X(10).
000270      05  OTK-ZONE                    PIC X(02).
000280      05  OTK-ITEM-NUMBER             PIC X(08).
000290      05  OTK-QTY                     PIC 9(05).
000300      05  OTK-ISSUED                  PIC X(08).
000310      05  OTK-LAST-ISSUED             PIC X(08).
000320      05  FILLER                      PIC X(07).
