000010****************************************************************
000020*    L O C I F D  -  HOST ITEM FEED RECORD                     *
000030****************************************************************
000040*  USED BY : LOCITMFD (APPLIES THE FEED TO ITEMREF)            *
000050*                                                              *
000060*  ONE ITEM MAINTENANCE TRANSACTION PER 80-BYTE RECORD, SENT   *
000070*  NIGHTLY BY THE HOST AHEAD OF THE LOCATION DELTA FEED SO A   *
000080*  NEW SKU IS ON ITEMREF BEFORE LOCAPPLY VALIDATES IT.         *
000090*      A - ADD A NEW ITEM.  DESCRIPTION IS REQUIRED AND THE    *
000100*          VELOCITY CLASS MUST BE A, B OR C                    *
000110*      C - CHANGE DESCRIPTION, UOM AND/OR VELOCITY.  A BLANK   *
000120*          FIELD KEEPS THE VALUE ALREADY ON ITEMREF            *
000130*      D - DISCONTINUE THE ITEM.  ONLY THE ITEM NUMBER IS READ *
000140*  A DISCONTINUED ITEM STAYS ON ITEMREF SO THE FACES STILL     *
000150*  HOLDING IT KEEP THEIR DESCRIPTION; ONLY ITMMAINT CAN PUT IT *
000160*  BACK TO ACTIVE.                                             *
000170*                                                              *
000180*  MOD HISTORY                                                 *
000190*  ---------- --- ---------------------------------------------*
000200*  2026-10-15 RSM  ORIGINAL                                    *
000210****************************************************************
000220  01  LOC-IFD-RECORD.
000230      05  IFD-ACTION                  PIC X(01).
000240          88  IFD-ADD                     VALUE 'A'.
000250          88  IFD-CHANGE                  VALUE 'C'.
000260          88  IFD-DISCONTINUE             VALUE 'D'.
000270      05  IFD-ITEM-NUMBER             PIC X(08).
000280      05  IFD-DESCRIPTION             PIC X(30).
000290      05  IFD-UOM                     PIC X(03).
000300      05  IFD-VELOCITY                PIC X(01).
000310      05  FILLER                      PIC X(37).
