000230*                  WAREHOUSE ID IS LISTED, SHOWN AND            *
000240*                  CORRECTABLE (FIELD 2); THE OTHER FIELDS      *
000250*                  RENUMBERED TO MATCH                          *
000260*  2026-10-15 RSM  THE TRANSACTION'S EFFECTIVE DATE IS SHOWN    *
000270*                  AND CORRECTABLE (FIELD 12) - A REJECTED BAD  *
000280*                  DATE CAN BE FIXED, OR BLANKED TO APPLY ON    *
000290*                  THE NEXT RUN                                 *
000300*  2026-10-15 RSM  A RENAME'S NEW LOCATION CODE IS SHOWN AND    *
000310*                  CORRECTABLE (FIELD 13)                       *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LOC-SUSP-FILE    ASSIGN TO LOCSUSP
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS DYNAMIC
000420            RECORD KEY IS SUS-KEY
000430            FILE STATUS IS LOC-SUSP-STATUS.
000440 
000450     SELECT LOC-RELSE-FILE   ASSIGN TO LOCRELSE
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS LOC-RELSE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  LOC-SUSP-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 130 CHARACTERS.
000530     COPY LOCSUS.
000540 
000550 FD  LOC-RELSE-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  LOC-RELSE-RECORD                PIC X(80).
000590 
000600 WORKING-STORAGE SECTION.
000610 01  LOC-SUSP-STATUS                 PIC X(02).
000620     88  LOC-SUSP-OK                     VALUE '00'.
000630     88  LOC-SUSP-NOTFOUND               VALUE '23'.
000640 01  LOC-RELSE-STATUS                PIC X(02).
000650     88  LOC-RELSE-OK                    VALUE '00'.
000660 
000670 01  LOC-DONE-SWITCH                 PIC X(01)  VALUE 'N'.
000680     88  LOC-DONE                        VALUE 'Y'.
000690 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
000700     88  LOC-AT-EOF                      VALUE 'Y'.
000710 
000720 01  LOC-MENU-CHOICE                 PIC X(01)  VALUE SPACES.
000730 01  LOC-FIELD-CHOICE                PIC X(02)  VALUE SPACES.
000740 01  LOC-CONFIRM-ENTERED             PIC X(01)  VALUE SPACES.
000750 01  LOC-VALUE-ENTERED               PIC X(10)  VALUE SPACES.
000760 
000770 01  LOC-KEY-DATE-ENTERED            PIC X(08)  VALUE SPACES.
000780 01  LOC-KEY-TIME-ENTERED            PIC X(06)  VALUE SPACES.
000790 01  LOC-KEY-SEQ-ENTERED             PIC X(04)  VALUE SPACES.
000800 
000810 01  LOC-PENDING-COUNT               PIC 9(04)  VALUE ZERO.
000820 
000830*****************************************************************
000840*  THE SUSPENDED TRANSACTION IS EDITED THROUGH THE SHARED       *
000850*  LOCTRAN LAYOUT - MOVED OUT OF SUS-TRAN, CORRECTED, AND       *
000860*  MOVED BACK - SO THE FIELD OFFSETS CAN NEVER DRIFT FROM       *
000870*  WHAT LOCAPPLY READS                                          *
000880*****************************************************************
000890     COPY LOCTRAN.
000900 
000910 PROCEDURE DIVISION.
000920*****************************************************************
000930*  0000-MAINLINE                                                *
000940*****************************************************************
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE
000970         THRU 1000-INITIALIZE-EXIT.
000980     PERFORM 2000-PROCESS-MENU
000990         THRU 2000-PROCESS-MENU-EXIT
001000         UNTIL LOC-DONE.
001010     PERFORM 8000-TERMINATE
001020         THRU 8000-TERMINATE-EXIT.
001030 
001040*****************************************************************
001050*  1000-INITIALIZE - OPEN THE SUSPENSE AND RELEASE FILES        *
001060*****************************************************************
001070 1000-INITIALIZE.
001080     OPEN I-O LOC-SUSP-FILE.
001090     IF LOC-SUSP-STATUS = '35'
001100         CLOSE LOC-SUSP-FILE
001110         OPEN OUTPUT LOC-SUSP-FILE
001120         CLOSE LOC-SUSP-FILE
001130         OPEN I-O LOC-SUSP-FILE
001140     END-IF.
001150     IF NOT LOC-SUSP-OK
001160         DISPLAY 'LOC0901E LOCSUSRV - LOCSUSP OPEN FAILED, '
001170                 LOC-SUSP-STATUS UPON CONSOLE
001180         MOVE 16 TO RETURN-CODE
001190         GO TO 8000-TERMINATE
001200     END-IF.
001210     OPEN EXTEND LOC-RELSE-FILE.
001220     IF NOT LOC-RELSE-OK
001230         DISPLAY 'LOC0902E LOCSUSRV - LOCRELSE OPEN FAILED, '
001240                 LOC-RELSE-STATUS UPON CONSOLE
001250         MOVE 16 TO RETURN-CODE
001260         GO TO 8000-TERMINATE
001270     END-IF.
001280     DISPLAY 'LOCSUSRV - FEED REJECT SUSPENSE REVIEW'.
001290 1000-INITIALIZE-EXIT.
001300     EXIT.
001310 
001320*****************************************************************
001330*  2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE *
001340*****************************************************************
001350 2000-PROCESS-MENU.
001360     DISPLAY ' '.
001370     DISPLAY '1 - LIST PENDING REJECTS'.
001380     DISPLAY '2 - CORRECT A REJECT'.
001390     DISPLAY '3 - RELEASE A REJECT TO THE NEXT APPLY RUN'.
001400     DISPLAY '4 - PURGE A REJECT'.
001410     DISPLAY 'X - EXIT'.
001420     DISPLAY 'ENTER YOUR CHOICE : ' WITH NO ADVANCING.
001430     ACCEPT LOC-MENU-CHOICE.
001440     EVALUATE LOC-MENU-CHOICE
001450         WHEN '1'
001460             PERFORM 3000-LIST-PENDING
001470                 THRU 3000-LIST-PENDING-EXIT
001480         WHEN '2'
001490             PERFORM 4000-CORRECT-REJECT
001500                 THRU 4000-CORRECT-REJECT-EXIT
001510         WHEN '3'
001520             PERFORM 5000-RELEASE-REJECT
001530                 THRU 5000-RELEASE-REJECT-EXIT
001540         WHEN '4'
001550             PERFORM 6000-PURGE-REJECT
001560                 THRU 6000-PURGE-REJECT-EXIT
001570         WHEN 'X'
001580             SET LOC-DONE TO TRUE
001590         WHEN OTHER
001600             DISPLAY 'LOC0801E INVALID CHOICE - ENTER 1,2,3,4,X'
001610     END-EVALUATE.
001620 2000-PROCESS-MENU-EXIT.
001630     EXIT.
001640 
001650*****************************************************************
001660*  3000-LIST-PENDING - ONE LINE PER SUSPENSE RECORD, IN KEY     *
001670*                    (ARRIVAL) ORDER                            *
001680*****************************************************************
001690 3000-LIST-PENDING.
001700     MOVE ZERO TO LOC-PENDING-COUNT.
001710     MOVE 'N' TO LOC-EOF-SWITCH.
001720     MOVE LOW-VALUES TO SUS-KEY.
001730     START LOC-SUSP-FILE
001740         KEY NOT LESS THAN SUS-KEY
001750         INVALID KEY
001760             SET LOC-AT-EOF TO TRUE
001770     END-START.
001780     IF NOT LOC-AT-EOF
001790         PERFORM 3100-READ-SUSPENSE
001800             THRU 3100-READ-SUSPENSE-EXIT
001810     END-IF.
001820     PERFORM 3200-LIST-ONE-REJECT
001830         THRU 3200-LIST-ONE-REJECT-EXIT
001840         UNTIL LOC-AT-EOF.
001850     IF LOC-PENDING-COUNT = ZERO
001860         DISPLAY 'NO PENDING REJECTS ON THE SUSPENSE FILE'
001870     ELSE
001880         DISPLAY 'PENDING REJECTS : ' LOC-PENDING-COUNT
001890     END-IF.
001900 3000-LIST-PENDING-EXIT.
001910     EXIT.
001920 
001930 3100-READ-SUSPENSE.
001940     READ LOC-SUSP-FILE NEXT RECORD
001950         AT END
001960             SET LOC-AT-EOF TO TRUE
001970     END-READ.
001980 3100-READ-SUSPENSE-EXIT.
001990     EXIT.
002000 
002010 3200-LIST-ONE-REJECT.
002020     ADD 1 TO LOC-PENDING-COUNT.
002030     MOVE SUS-TRAN TO LOC-TRAN-RECORD.
002040     DISPLAY SUS-DATE ' ' SUS-TIME ' ' SUS-SEQ
002050             '  ACTION ' TRAN-ACTION
002060             '  WHSE ' TRAN-WHSE-ID
002070             '  LOC ' TRAN-LOC-CODE
002080             '  ' SUS-REASON.
002090     PERFORM 3100-READ-SUSPENSE
002100         THRU 3100-READ-SUSPENSE-EXIT.
002110 3200-LIST-ONE-REJECT-EXIT.
002120     EXIT.
002130 
002140*****************************************************************
002150*  3500-GET-SUSPENSE-KEY - PROMPT FOR THE DATE/TIME/SEQUENCE    *
002160*                    KEY AS LISTED BY OPTION 1 AND READ THE     *
002170*                    RECORD (SHARED BY CORRECT, RELEASE AND     *
002180*                    PURGE).  A FAILED READ LEAVES RETURN-CODE  *
002190*                    NON-ZERO FOR THE CALLER AND IS RESET HERE  *
002200*****************************************************************
002210 3500-GET-SUSPENSE-KEY.
002220     MOVE ZERO TO RETURN-CODE.
002230     DISPLAY 'ENTER REJECT DATE (YYYYMMDD) : ' WITH NO ADVANCING.
002240     ACCEPT LOC-KEY-DATE-ENTERED.
002250     DISPLAY 'ENTER REJECT TIME (HHMMSS) : ' WITH NO ADVANCING.
002260     ACCEPT LOC-KEY-TIME-ENTERED.
002270     DISPLAY 'ENTER REJECT SEQUENCE : ' WITH NO ADVANCING.
002280     ACCEPT LOC-KEY-SEQ-ENTERED.
002290     IF LOC-KEY-SEQ-ENTERED = SPACES
002300         MOVE '0001' TO LOC-KEY-SEQ-ENTERED
002310     END-IF.
002320     IF LOC-KEY-SEQ-ENTERED NOT NUMERIC
002330         DISPLAY 'LOC0830E SEQUENCE MUST BE NUMERIC'
002340         MOVE 8 TO RETURN-CODE
002350         GO TO 3500-GET-SUSPENSE-KEY-EXIT
002360     END-IF.
002370     MOVE LOC-KEY-DATE-ENTERED TO SUS-DATE.
002380     MOVE LOC-KEY-TIME-ENTERED TO SUS-TIME.
002390     MOVE LOC-KEY-SEQ-ENTERED TO SUS-SEQ.
002400     READ LOC-SUSP-FILE
002410         INVALID KEY
002420             IF LOC-SUSP-NOTFOUND
002430                 DISPLAY 'LOC0831E NO SUSPENSE RECORD FOR THAT '
002440                         'KEY'
002450             ELSE
002460                 DISPLAY 'LOC0831E SUSPENSE READ FAILED, '
002470                         'STATUS ' LOC-SUSP-STATUS
002480             END-IF
002490             MOVE 8 TO RETURN-CODE
002500     END-READ.
002510 3500-GET-SUSPENSE-KEY-EXIT.
002520     EXIT.
002530 
002540*****************************************************************
002550*  3600-SHOW-REJECT - DISPLAY EVERY FIELD OF THE SUSPENDED      *
002560*                    TRANSACTION JUST READ                      *
002570*****************************************************************
002580 3600-SHOW-REJECT.
002590     MOVE SUS-TRAN TO LOC-TRAN-RECORD.
002600     DISPLAY 'REJECTED ON   : ' SUS-DATE ' AT ' SUS-TIME.
002610     DISPLAY 'REASON        : ' SUS-REASON.
002620     DISPLAY ' 1 ACTION     : ' TRAN-ACTION.
002630     DISPLAY ' 2 WAREHOUSE  : ' TRAN-WHSE-ID.
002640     DISPLAY ' 3 LOCATION   : ' TRAN-LOC-CODE.
002650     DISPLAY ' 4 STATUS     : ' TRAN-NEW-STATUS.
002660     DISPLAY ' 5 ZONE       : ' TRAN-ZONE.
002670     DISPLAY ' 6 AISLE      : ' TRAN-AISLE.
002680     DISPLAY ' 7 BAY        : ' TRAN-BAY.
002690     DISPLAY ' 8 ITEM       : ' TRAN-ITEM-NUMBER.
002700     DISPLAY ' 9 CAPACITY   : ' TRAN-CAPACITY.
002710     DISPLAY '10 REPL MIN   : ' TRAN-REPL-MIN.
002720     DISPLAY '11 REPL MAX   : ' TRAN-REPL-MAX.
002730     DISPLAY '12 EFFECTIVE  : ' TRAN-EFFECTIVE-DATE.
002740     DISPLAY '13 NEW CODE   : ' TRAN-NEW-LOC-CODE.
002750 3600-SHOW-REJECT-EXIT.
002760     EXIT.
002770 
002780*****************************************************************
002790*  4000-CORRECT-REJECT - CHANGE ONE FIELD OF A SUSPENDED        *
002800*                    TRANSACTION.  THE CORRECTED TRANSACTION    *
002810*                    STAYS ON SUSPENSE UNTIL IT IS RELEASED -   *
002820*                    IT IS NOT RE-EDITED HERE; LOCAPPLY'S OWN   *
002830*                    EDITS DECIDE ON THE NEXT RUN               *
002840*****************************************************************
002850 4000-CORRECT-REJECT.
002860     PERFORM 3500-GET-SUSPENSE-KEY
002870         THRU 3500-GET-SUSPENSE-KEY-EXIT.
002880     IF RETURN-CODE NOT = ZERO
002890         MOVE ZERO TO RETURN-CODE
002900         GO TO 4000-CORRECT-REJECT-EXIT
002910     END-IF.
002920     PERFORM 3600-SHOW-REJECT
002930         THRU 3600-SHOW-REJECT-EXIT.
002940     DISPLAY 'ENTER FIELD NUMBER TO CORRECT (1-13) : '
002950         WITH NO ADVANCING.
002960     ACCEPT LOC-FIELD-CHOICE.
002970     DISPLAY 'ENTER NEW VALUE : ' WITH NO ADVANCING.
002980     ACCEPT LOC-VALUE-ENTERED.
002990     MOVE SUS-TRAN TO LOC-TRAN-RECORD.
003000     EVALUATE LOC-FIELD-CHOICE
003010         WHEN '1'  WHEN '01'
003020             MOVE LOC-VALUE-ENTERED (1:1) TO TRAN-ACTION
003030         WHEN '2'  WHEN '02'
003040             MOVE LOC-VALUE-ENTERED (1:2) TO TRAN-WHSE-ID
003050         WHEN '3'  WHEN '03'
003060             MOVE LOC-VALUE-ENTERED TO TRAN-LOC-CODE
003070         WHEN '4'  WHEN '04'
003080             MOVE LOC-VALUE-ENTERED (1:1) TO TRAN-NEW-STATUS
003090         WHEN '5'  WHEN '05'
003100             MOVE LOC-VALUE-ENTERED (1:2) TO TRAN-ZONE
003110         WHEN '6'  WHEN '06'
003120             MOVE LOC-VALUE-ENTERED (1:2) TO TRAN-AISLE
003130         WHEN '7'  WHEN '07'
003140             MOVE LOC-VALUE-ENTERED (1:2) TO TRAN-BAY
003150         WHEN '8'  WHEN '08'
003160             MOVE LOC-VALUE-ENTERED (1:8) TO TRAN-ITEM-NUMBER
003170         WHEN '9'  WHEN '09'
003180             MOVE LOC-VALUE-ENTERED (1:5) TO TRAN-CAPACITY
003190         WHEN '10'
003200             MOVE LOC-VALUE-ENTERED (1:5) TO TRAN-REPL-MIN
003210         WHEN '11'
003220             MOVE LOC-VALUE-ENTERED (1:5) TO TRAN-REPL-MAX
003230         WHEN '12'
003240             MOVE LOC-VALUE-ENTERED (1:8) TO TRAN-EFFECTIVE-DATE
003250         WHEN '13'
003260             MOVE LOC-VALUE-ENTERED TO TRAN-NEW-LOC-CODE
003270         WHEN OTHER
003280             DISPLAY 'LOC0832E FIELD NUMBER MUST BE 1 THROUGH 13'
003290             GO TO 4000-CORRECT-REJECT-EXIT
003300     END-EVALUATE.
003310     MOVE LOC-TRAN-RECORD TO SUS-TRAN.
003320     REWRITE LOC-SUSP-RECORD
003330         INVALID KEY
003340             DISPLAY 'LOC0833E SUSPENSE REWRITE FAILED, STATUS '
003350                     LOC-SUSP-STATUS
003360             GO TO 4000-CORRECT-REJECT-EXIT
003370     END-REWRITE.
003380     DISPLAY 'LOC0140I REJECT CORRECTED - STILL ON SUSPENSE '
003390             'UNTIL RELEASED'.
003400 4000-CORRECT-REJECT-EXIT.
003410     EXIT.
003420 
003430*****************************************************************
003440*  5000-RELEASE-REJECT - APPEND THE TRANSACTION TO THE          *
003450*                    LOCRELSE RELEASE FILE AND TAKE IT OFF      *
003460*                    SUSPENSE.  IT RIDES BEHIND THE NEXT HOST   *
003470*                    FEED AND PASSES THROUGH THE FULL LOCAPPLY  *
003480*                    EDITS; IF IT FAILS AGAIN IT COMES          *
003490*                    STRAIGHT BACK HERE                         *
003500*****************************************************************
003510 5000-RELEASE-REJECT.
003520     PERFORM 3500-GET-SUSPENSE-KEY
003530         THRU 3500-GET-SUSPENSE-KEY-EXIT.
003540     IF RETURN-CODE NOT = ZERO
003550         MOVE ZERO TO RETURN-CODE
003560         GO TO 5000-RELEASE-REJECT-EXIT
003570     END-IF.
003580     PERFORM 3600-SHOW-REJECT
003590         THRU 3600-SHOW-REJECT-EXIT.
003600     DISPLAY 'RELEASE THIS TRANSACTION - ARE YOU SURE (Y/N) ? '
003610         WITH NO ADVANCING.
003620     ACCEPT LOC-CONFIRM-ENTERED.
003630     IF LOC-CONFIRM-ENTERED NOT = 'Y'
003640         DISPLAY 'LOC0141I RELEASE CANCELLED'
003650         GO TO 5000-RELEASE-REJECT-EXIT
003660     END-IF.
003670     MOVE SUS-TRAN TO LOC-RELSE-RECORD.
003680     WRITE LOC-RELSE-RECORD.
003690     IF NOT LOC-RELSE-OK
003700         DISPLAY 'LOC0834E RELEASE WRITE FAILED, STATUS '
003710                 LOC-RELSE-STATUS
003720         GO TO 5000-RELEASE-REJECT-EXIT
003730     END-IF.
003740     DELETE LOC-SUSP-FILE RECORD
003750         INVALID KEY
003760             DISPLAY 'LOC0835E SUSPENSE DELETE FAILED, STATUS '
003770                     LOC-SUSP-STATUS
003780     END-DELETE.
003790     DISPLAY 'LOC0142I REJECT RELEASED TO THE NEXT APPLY RUN'.
003800 5000-RELEASE-REJECT-EXIT.
003810     EXIT.
003820 
003830*****************************************************************
003840*  6000-PURGE-REJECT - DROP A SUSPENDED TRANSACTION THAT        *
003850*                    SHOULD NEVER BE APPLIED                    *
003860*****************************************************************
003870 6000-PURGE-REJECT.
003880     PERFORM 3500-GET-SUSPENSE-KEY
003890         THRU 3500-GET-SUSPENSE-KEY-EXIT.
003900     IF RETURN-CODE NOT = ZERO
003910         MOVE ZERO TO RETURN-CODE
003920         GO TO 6000-PURGE-REJECT-EXIT
003930     END-IF.
003940     PERFORM 3600-SHOW-REJECT
003950         THRU 3600-SHOW-REJECT-EXIT.
003960     DISPLAY 'PURGE THIS TRANSACTION - ARE YOU SURE (Y/N) ? '
003970         WITH NO ADVANCING.
003980     ACCEPT LOC-CONFIRM-ENTERED.
003990     IF LOC-CONFIRM-ENTERED NOT = 'Y'
004000         DISPLAY 'LOC0143I PURGE CANCELLED'
004010         GO TO 6000-PURGE-REJECT-EXIT
004020     END-IF.
004030     DELETE LOC-SUSP-FILE RECORD
004040         INVALID KEY
004050             DISPLAY 'LOC0835E SUSPENSE DELETE FAILED, STATUS '
004060                     LOC-SUSP-STATUS
004070             GO TO 6000-PURGE-REJECT-EXIT
004080     END-DELETE.
004090     DISPLAY 'LOC0144I REJECT PURGED'.
004100 6000-PURGE-REJECT-EXIT.
004110     EXIT.
004120 
004130*****************************************************************
004140*  8000-TERMINATE - CLOSE THE FILES                             *
004150*****************************************************************
004160 8000-TERMINATE.
004170     CLOSE LOC-SUSP-FILE
004180           LOC-RELSE-FILE.
004190     DISPLAY 'LOC0001I LOCSUSRV - SESSION ENDED' UPON CONSOLE.
004200 8000-TERMINATE-EXIT.
004210     EXIT.
004220     STOP RUN.
