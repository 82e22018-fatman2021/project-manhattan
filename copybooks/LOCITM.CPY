000010****************************************************************
000020*    L O C I T M  -  ITEM/SKU REFERENCE RECORD (SHARED)        *
000030****************************************************************
000040*  USED BY : ITMMAINT (MAINTENANCE), LOCITMFD (NIGHTLY HOST     *
000050*            ITEM FEED), LOCMAINT AND LOCAPPLY (ITEM NUMBER     *
000060*            VALIDATION), LOCSLOT (VELOCITY CLASS), HELLO       *
000070*            (DESCRIPTION ON THE LOCATION REPORT)               *
000080*                                                               *
000090*  ONE RECORD PER ITEM/SKU, KEYED BY ITEM NUMBER.  EVERY        *
000100*  PLACE AN ITEM NUMBER ENTERS THE SYSTEM VALIDATES AGAINST     *
000110*  THIS FILE, SO AN ITEM NUMBER ON THE ITEM-MASTER IS ALWAYS    *
000120*  ONE THE BUILDING ACTUALLY KNOWS.                             *
000130*                                                               *
000140*  MOD HISTORY                                                  *
000150*  ---------- --- ---------------------------------------------*
000160*  2026-09-03 RSM  ORIGINAL                                     *
000170*  2026-10-15 RSM  ITM-STATUS CUT FROM THE FILLER - BLANK OR    *
000180*                  'A' ACTIVE, 'D' DISCONTINUED BY THE HOST     *
000190*                  ITEM FEED.  A DISCONTINUED ITEM CANNOT BE    *
000200*                  NEWLY ASSIGNED TO A PICK FACE                *
000210****************************************************************
000220  01  LOC-ITEM-RECORD.
000230      05  ITM-ITEM-NUMBER             PIC X(08).
000240      05  ITM-DESCRIPTION             PIC X(30).
000250      05  ITM-UOM                     PIC X(03).
000260      05  ITM-VELOCITY                PIC X(01).
000270          88  ITM-VELOCITY-FAST           VALUE 'A'.
000280          88  ITM-VELOCITY-MEDIUM         VALUE 'B'.
000290          88  ITM-VELOCITY-SLOW           VALUE 'C'.
000300      05  ITM-STATUS                  PIC X(01).
000310          88  ITM-ACTIVE                  VALUE SPACE 'A'.
000320          88  ITM-DISCONTINUED            VALUE 'D'.
000330      05  FILLER                      PIC X(07).
