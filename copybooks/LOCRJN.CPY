000010****************************************************************
000020*    L O C R J N  -  ITEM-MASTER RECOVERY JOURNAL RECORD       *
000030****************************************************************
000040*  USED BY : LOCAPPLY, LOCMAINT, LOCPURGE (JOURNAL WRITERS),   *
000050*            LOCRCVR (FORWARD RECOVERY), LOCDELTA (RENAME       *
000060*            PAIRING), LOCTASK (TRACES A CONFIRMATION UNDER A   *
000070*            RENAMED CODE)                                      *
000080*                                                               *
000090*  ONE RECORD FOR EVERY ADD, CHANGE AND DELETE ANY PROGRAM      *
000100*  MAKES TO THE ITEM-MASTER, KEYED BY DATE / TIME / SEQUENCE    *
000110*  SO THE UPDATES READ BACK IN THE ORDER THEY HAPPENED.  THE    *
000120*  BEFORE AND AFTER IMAGES ARE THE FULL 52-BYTE LOCATION        *
000130*  RECORD; AN ADD HAS A BLANK BEFORE IMAGE AND A DELETE A       *
000140*  BLANK AFTER IMAGE.  LOCRCVR ROLLS A RESTORED SNAPSHOT        *
000150*  FORWARD FROM THIS FILE.  UNLIKE LOCAUDIT (LOCMAINT ONLY,     *
000160*  REFUSED ATTEMPTS INCLUDED) ONLY COMPLETED UPDATES ARE        *
000170*  WRITTEN HERE.  RJN-OPERATOR IS BLANK FROM THE BATCH STEPS.   *
000180*                                                               *
000190*  MOD HISTORY                                                  *
000200*  ---------- --- ---------------------------------------------*
000210*  2026-10-15 RSM  ORIGINAL                                     *
000220*  2026-10-15 RSM  ADDED THE RENAME ACTION ('N', AS ON          *
000230*                  LOCAUDIT) - BEFORE IMAGE UNDER THE OLD CODE, *
000240*                  AFTER IMAGE UNDER THE NEW                    *
000250****************************************************************
000260  01  LOC-RJNL-RECORD.
000270      05  RJN-KEY.
000280          10  RJN-DATE                PIC X(08).
000290          10  RJN-TIME                PIC X(06).
000300          10  RJN-SEQ                 PIC 9(04).
000310      05  RJN-PROGRAM                 PIC X(08).
000320      05  RJN-OPERATOR                PIC X(08).
000330      05  RJN-ACTION                  PIC X(01).
000340          88  RJN-ACTION-ADD              VALUE 'A'.
000350          88  RJN-ACTION-CHANGE           VALUE 'C'.
000360          88  RJN-ACTION-DELETE           VALUE 'D'.
000370          88  RJN-ACTION-RENAME           VALUE 'N'.
000380      05  RJN-BEFORE-IMAGE            PIC X(52).
000390      05  RJN-AFTER-IMAGE             PIC X(52).
000400      05  FILLER                      PIC X(01).
