000150*  AGAINST THIS FILE, SO AN ITEM MUST BE SET UP HERE BEFORE A   *
000160*  PICK FACE CAN BE ASSIGNED TO IT.                             *
000170*                                                                *
000180*  THE NIGHTLY HOST ITEM FEED (LOCITMFD) ADDS AND CHANGES       *
000190*  ITEMS AND MARKS THEM DISCONTINUED; A DISCONTINUED ITEM       *
000200*  CANNOT BE NEWLY ASSIGNED TO A FACE.  A CHANGE HERE CAN PUT   *
000210*  AN ITEM BACK TO ACTIVE (OR DISCONTINUE ONE BY HAND).         *
000220*                                                                *
000230*  MOD HISTORY                                                  *
000240*  ---------- --- --------------------------------------------- *
000250*  2026-09-03 RSM  ORIGINAL                                      *
000260*  2026-10-15 RSM  ITEM STATUS (ACTIVE/DISCONTINUED) SHOWN ON   *
000270*                  EVERY DISPLAY AND ASKED FOR ON A CHANGE      *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT LOC-ITEM-FILE    ASSIGN TO ITEMREF
000360            ORGANIZATION IS INDEXED
000370            ACCESS MODE IS DYNAMIC
000380            RECORD KEY IS ITM-ITEM-NUMBER
000390            FILE STATUS IS LOC-ITEMREF-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  LOC-ITEM-FILE
000430     LABEL RECORDS ARE STANDARD
000440     RECORD CONTAINS 50 CHARACTERS.
000450     COPY LOCITM.
000460 
000470 WORKING-STORAGE SECTION.
000480 01  LOC-ITEMREF-STATUS              PIC X(02).
000490     88  LOC-ITEMREF-OK                  VALUE '00'.
000500     88  LOC-ITEMREF-DUP-KEY             VALUE '22'.
000510     88  LOC-ITEMREF-NOTFOUND            VALUE '23'.
000520 
000530 01  LOC-DONE-SWITCH                 PIC X(01)  VALUE 'N'.
000540     88  LOC-DONE                        VALUE 'Y'.
000550 
000560 01  LOC-MENU-CHOICE                 PIC X(01)  VALUE SPACES.
000570 
000580 01  LOC-ITEM-ENTERED                PIC X(08)  VALUE SPACES.
000590 01  LOC-DESC-ENTERED                PIC X(30)  VALUE SPACES.
000600 01  LOC-UOM-ENTERED                 PIC X(03)  VALUE SPACES.
000610 01  LOC-VEL-ENTERED                 PIC X(01)  VALUE SPACES.
000620 01  LOC-STATUS-ENTERED              PIC X(01)  VALUE SPACES.
000630 01  LOC-CONFIRM-ENTERED             PIC X(01)  VALUE SPACES.
000640 
000650 PROCEDURE DIVISION.
000660*****************************************************************
000670*  0000-MAINLINE                                                 *
000680*****************************************************************
000690 0000-MAINLINE.
000700     PERFORM 1000-INITIALIZE
000710         THRU 1000-INITIALIZE-EXIT.
000720     PERFORM 2000-PROCESS-MENU
000730         THRU 2000-PROCESS-MENU-EXIT
000740         UNTIL LOC-DONE.
000750     PERFORM 8000-TERMINATE
000760         THRU 8000-TERMINATE-EXIT.
000770 
000780*****************************************************************
000790*  1000-INITIALIZE - OPEN THE ITEM REFERENCE FILE FOR UPDATE     *
000800*****************************************************************
000810 1000-INITIALIZE.
000820     OPEN I-O LOC-ITEM-FILE.
000830     IF LOC-ITEMREF-STATUS = '35'
000840         CLOSE LOC-ITEM-FILE
000850         OPEN OUTPUT LOC-ITEM-FILE
000860         CLOSE LOC-ITEM-FILE
000870         OPEN I-O LOC-ITEM-FILE
000880     END-IF.
000890     IF NOT LOC-ITEMREF-OK
000900         DISPLAY 'LOC0901E ITMMAINT - ITEMREF OPEN FAILED, '
000910                 LOC-ITEMREF-STATUS UPON CONSOLE
000920         MOVE 16 TO RETURN-CODE
000930         GO TO 8000-TERMINATE
000940     END-IF.
000950     DISPLAY 'ITMMAINT - ITEM/SKU REFERENCE FILE MAINTENANCE'.
000960 1000-INITIALIZE-EXIT.
000970     EXIT.
000980 
000990*****************************************************************
001000*  2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE  *
001010*****************************************************************
001020 2000-PROCESS-MENU.
001030     PERFORM 2100-DISPLAY-MENU
001040         THRU 2100-DISPLAY-MENU-EXIT.
001050     EVALUATE LOC-MENU-CHOICE
001060         WHEN '1'
001070             PERFORM 3000-ADD-ITEM
001080                 THRU 3000-ADD-ITEM-EXIT
001090         WHEN '2'
001100             PERFORM 4000-CHANGE-ITEM
001110                 THRU 4000-CHANGE-ITEM-EXIT
001120         WHEN '3'
001130             PERFORM 5000-DELETE-ITEM
001140                 THRU 5000-DELETE-ITEM-EXIT
001150         WHEN '4'
001160             PERFORM 6000-INQUIRE-ITEM
001170                 THRU 6000-INQUIRE-ITEM-EXIT
001180         WHEN 'X'
001190             SET LOC-DONE TO TRUE
001200         WHEN OTHER
001210             DISPLAY 'LOC0801E INVALID CHOICE - ENTER 1,2,3,4,X'
001220     END-EVALUATE.
001230 2000-PROCESS-MENU-EXIT.
001240     EXIT.
001250 
001260 2100-DISPLAY-MENU.
001270     DISPLAY ' '.
001280     DISPLAY '1 - ADD AN ITEM'.
001290     DISPLAY '2 - CHANGE AN ITEM'.
001300     DISPLAY '3 - DELETE AN ITEM'.
001310     DISPLAY '4 - INQUIRE ON AN ITEM'.
001320     DISPLAY 'X - EXIT'.
001330     DISPLAY 'ENTER YOUR CHOICE : ' WITH NO ADVANCING.
001340     ACCEPT LOC-MENU-CHOICE.
001350 2100-DISPLAY-MENU-EXIT.
001360     EXIT.
001370 
001380*****************************************************************
001390*  3000-ADD-ITEM - ADD A NEW ITEM TO THE REFERENCE FILE          *
001400*****************************************************************
001410 3000-ADD-ITEM.
001420     DISPLAY 'ENTER ITEM NUMBER : ' WITH NO ADVANCING.
001430     ACCEPT LOC-ITEM-ENTERED.
001440     IF LOC-ITEM-ENTERED = SPACES
001450         DISPLAY 'LOC0820E ITEM NUMBER MAY NOT BE BLANK'
001460         GO TO 3000-ADD-ITEM-EXIT
001470     END-IF.
001480     DISPLAY 'ENTER DESCRIPTION : ' WITH NO ADVANCING.
001490     ACCEPT LOC-DESC-ENTERED.
001500     IF LOC-DESC-ENTERED = SPACES
001510         DISPLAY 'LOC0821E DESCRIPTION MAY NOT BE BLANK'
001520         GO TO 3000-ADD-ITEM-EXIT
001530     END-IF.
001540     DISPLAY 'ENTER UNIT OF MEASURE : ' WITH NO ADVANCING.
001550     ACCEPT LOC-UOM-ENTERED.
001560     DISPLAY 'ENTER VELOCITY CLASS (A, B OR C) : '
001570         WITH NO ADVANCING.
001580     ACCEPT LOC-VEL-ENTERED.
001590     IF LOC-VEL-ENTERED NOT = 'A'
001600        AND LOC-VEL-ENTERED NOT = 'B'
001610        AND LOC-VEL-ENTERED NOT = 'C'
001620         DISPLAY 'LOC0822E VELOCITY CLASS MUST BE A, B OR C'
001630         GO TO 3000-ADD-ITEM-EXIT
001640     END-IF.
001650     MOVE SPACES TO LOC-ITEM-RECORD.
001660     MOVE LOC-ITEM-ENTERED TO ITM-ITEM-NUMBER.
001670     MOVE LOC-DESC-ENTERED TO ITM-DESCRIPTION.
001680     MOVE LOC-UOM-ENTERED TO ITM-UOM.
001690     MOVE LOC-VEL-ENTERED TO ITM-VELOCITY.
001700     WRITE LOC-ITEM-RECORD
001710         INVALID KEY
001720             IF LOC-ITEMREF-DUP-KEY
001730                 DISPLAY 'LOC0823E ITEM ' LOC-ITEM-ENTERED
001740                         ' ALREADY EXISTS'
001750             ELSE
001760                 DISPLAY 'LOC0823E ITEM ' LOC-ITEM-ENTERED
001770                         ' NOT ADDED, ITEMREF STATUS '
001780                         LOC-ITEMREF-STATUS
001790             END-IF
001800             GO TO 3000-ADD-ITEM-EXIT
001810     END-WRITE.
001820     DISPLAY 'LOC0110I ITEM ' LOC-ITEM-ENTERED ' ADDED'.
001830 3000-ADD-ITEM-EXIT.
001840     EXIT.
001850 
001860*****************************************************************
001870*  4000-CHANGE-ITEM - CHANGE AN EXISTING ITEM.  A BLANK REPLY    *
001880*                    KEEPS THE CURRENT VALUE                     *
001890*****************************************************************
001900 4000-CHANGE-ITEM.
001910     DISPLAY 'ENTER ITEM NUMBER TO CHANGE : ' WITH NO ADVANCING.
001920     ACCEPT LOC-ITEM-ENTERED.
001930     MOVE LOC-ITEM-ENTERED TO ITM-ITEM-NUMBER.
001940     READ LOC-ITEM-FILE
001950         INVALID KEY
001960             IF LOC-ITEMREF-NOTFOUND
001970                 DISPLAY 'LOC0824E ITEM ' LOC-ITEM-ENTERED
001980                         ' NOT FOUND'
001990             ELSE
002000                 DISPLAY 'LOC0824E ITEM ' LOC-ITEM-ENTERED
002010                         ' NOT READ, ITEMREF STATUS '
002020                         LOC-ITEMREF-STATUS
002030             END-IF
002040             GO TO 4000-CHANGE-ITEM-EXIT
002050     END-READ.
002060     PERFORM 6100-DISPLAY-ITEM
002070         THRU 6100-DISPLAY-ITEM-EXIT.
002080     DISPLAY 'BLANK REPLY KEEPS THE CURRENT VALUE'.
002090     DISPLAY 'ENTER NEW DESCRIPTION : ' WITH NO ADVANCING.
002100     ACCEPT LOC-DESC-ENTERED.
002110     IF LOC-DESC-ENTERED NOT = SPACES
002120         MOVE LOC-DESC-ENTERED TO ITM-DESCRIPTION
002130     END-IF.
002140     DISPLAY 'ENTER NEW UNIT OF MEASURE : ' WITH NO ADVANCING.
002150     ACCEPT LOC-UOM-ENTERED.
002160     IF LOC-UOM-ENTERED NOT = SPACES
002170         MOVE LOC-UOM-ENTERED TO ITM-UOM
002180     END-IF.
002190     DISPLAY 'ENTER NEW VELOCITY CLASS (A, B OR C) : '
002200         WITH NO ADVANCING.
002210     ACCEPT LOC-VEL-ENTERED.
002220     IF LOC-VEL-ENTERED NOT = SPACES
002230         IF LOC-VEL-ENTERED NOT = 'A'
002240            AND LOC-VEL-ENTERED NOT = 'B'
002250            AND LOC-VEL-ENTERED NOT = 'C'
002260             DISPLAY 'LOC0822E VELOCITY CLASS MUST BE A, B OR C'
002270             GO TO 4000-CHANGE-ITEM-EXIT
002280         END-IF
002290         MOVE LOC-VEL-ENTERED TO ITM-VELOCITY
002300     END-IF.
002310     DISPLAY 'ENTER NEW STATUS (A ACTIVE, D DISCONTINUED) : '
002320         WITH NO ADVANCING.
002330     ACCEPT LOC-STATUS-ENTERED.
002340     IF LOC-STATUS-ENTERED NOT = SPACES
002350         IF LOC-STATUS-ENTERED NOT = 'A'
002360            AND LOC-STATUS-ENTERED NOT = 'D'
002370             DISPLAY 'LOC0828E STATUS MUST BE A OR D'
002380             GO TO 4000-CHANGE-ITEM-EXIT
002390         END-IF
002400         MOVE LOC-STATUS-ENTERED TO ITM-STATUS
002410     END-IF.
002420     REWRITE LOC-ITEM-RECORD.
002430     DISPLAY 'LOC0111I ITEM ' LOC-ITEM-ENTERED ' CHANGED'.
002440 4000-CHANGE-ITEM-EXIT.
002450     EXIT.
002460 
002470*****************************************************************
002480*  5000-DELETE-ITEM - DELETE AN ITEM FROM THE REFERENCE FILE.    *
002490*                    ANY PICK FACE STILL ASSIGNED TO THE ITEM    *
002500*                    KEEPS ITS ASSIGNMENT - IT WILL SHOW AS AN   *
002510*                    UNKNOWN ITEM ON THE REPORTS UNTIL THE       *
002520*                    FACE IS RESLOTTED                           *
002530*****************************************************************
002540 5000-DELETE-ITEM.
002550     DISPLAY 'ENTER ITEM NUMBER TO DELETE : ' WITH NO ADVANCING.
002560     ACCEPT LOC-ITEM-ENTERED.
002570     MOVE LOC-ITEM-ENTERED TO ITM-ITEM-NUMBER.
002580     READ LOC-ITEM-FILE
002590         INVALID KEY
002600             IF LOC-ITEMREF-NOTFOUND
002610                 DISPLAY 'LOC0824E ITEM ' LOC-ITEM-ENTERED
002620                         ' NOT FOUND'
002630             ELSE
002640                 DISPLAY 'LOC0824E ITEM ' LOC-ITEM-ENTERED
002650                         ' NOT READ, ITEMREF STATUS '
002660                         LOC-ITEMREF-STATUS
002670             END-IF
002680             GO TO 5000-DELETE-ITEM-EXIT
002690     END-READ.
002700     PERFORM 6100-DISPLAY-ITEM
002710         THRU 6100-DISPLAY-ITEM-EXIT.
002720     DISPLAY 'DELETE ITEM ' LOC-ITEM-ENTERED ' - ARE YOU SURE '
002730             '(Y/N) ? ' WITH NO ADVANCING.
002740     ACCEPT LOC-CONFIRM-ENTERED.
002750     IF LOC-CONFIRM-ENTERED NOT = 'Y'
002760         DISPLAY 'LOC0112I DELETE CANCELLED'
002770         GO TO 5000-DELETE-ITEM-EXIT
002780     END-IF.
002790     DELETE LOC-ITEM-FILE RECORD.
002800     DISPLAY 'LOC0113I ITEM ' LOC-ITEM-ENTERED ' DELETED'.
002810 5000-DELETE-ITEM-EXIT.
002820     EXIT.
002830 
002840*****************************************************************
002850*  6000-INQUIRE-ITEM - DISPLAY ONE ITEM                          *
002860*****************************************************************
002870 6000-INQUIRE-ITEM.
002880     DISPLAY 'ENTER ITEM NUMBER : ' WITH NO ADVANCING.
002890     ACCEPT LOC-ITEM-ENTERED.
002900     MOVE LOC-ITEM-ENTERED TO ITM-ITEM-NUMBER.
002910     READ LOC-ITEM-FILE
002920         INVALID KEY
002930             IF LOC-ITEMREF-NOTFOUND
002940                 DISPLAY 'LOC0824E ITEM ' LOC-ITEM-ENTERED
002950                         ' NOT FOUND'
002960             ELSE
002970                 DISPLAY 'LOC0824E ITEM ' LOC-ITEM-ENTERED
002980                         ' NOT READ, ITEMREF STATUS '
002990                         LOC-ITEMREF-STATUS
003000             END-IF
003010             GO TO 6000-INQUIRE-ITEM-EXIT
003020     END-READ.
003030     PERFORM 6100-DISPLAY-ITEM
003040         THRU 6100-DISPLAY-ITEM-EXIT.
003050 6000-INQUIRE-ITEM-EXIT.
003060     EXIT.
003070 
003080*****************************************************************
003090*  6100-DISPLAY-ITEM - SHOW EVERY FIELD OF THE RECORD JUST READ  *
003100*                    (SHARED BY CHANGE, DELETE AND INQUIRE)      *
003110*****************************************************************
003120 6100-DISPLAY-ITEM.
003130     DISPLAY 'ITEM NUMBER   : ' ITM-ITEM-NUMBER.
003140     DISPLAY 'DESCRIPTION   : ' ITM-DESCRIPTION.
003150     DISPLAY 'UNIT OF MEAS  : ' ITM-UOM.
003160     DISPLAY 'VELOCITY      : ' ITM-VELOCITY.
003170     IF ITM-DISCONTINUED
003180         DISPLAY 'STATUS        : DISCONTINUED'
003190     ELSE
003200         DISPLAY 'STATUS        : ACTIVE'
003210     END-IF.
003220 6100-DISPLAY-ITEM-EXIT.
003230     EXIT.
003240 
003250*****************************************************************
003260*  8000-TERMINATE - CLOSE THE ITEM REFERENCE FILE                *
003270*****************************************************************
003280 8000-TERMINATE.
003290     CLOSE LOC-ITEM-FILE.
003300     DISPLAY 'LOC0001I ITMMAINT - SESSION ENDED' UPON CONSOLE.
003310 8000-TERMINATE-EXIT.
003320     EXIT.
003330     STOP RUN.
