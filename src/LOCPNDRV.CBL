000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCPNDRV.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCPNDRV - SCHEDULED LOCATION CHANGE REVIEW                  *
000090*                                                               *
000100*  MENU-DRIVEN SUPERVISOR REVIEW OF THE LOCPEND PENDING FILE    *
000110*  LOCAPPLY PARKS FUTURE-DATED HOSTFEED TRANSACTIONS ON - LIST  *
000120*  THE SCHEDULED CHANGES AND CANCEL ONE BEFORE ITS EFFECTIVE    *
000130*  DATE.  A CANCELLED CHANGE SIMPLY COMES OFF THE FILE AND IS   *
000140*  NEVER APPLIED; TO MOVE A CHANGE TO ANOTHER DATE, CANCEL IT   *
000150*  AND HAVE THE HOST RESEND IT.  NOTHING IS APPLIED FROM THIS   *
000160*  PROGRAM - LOCAPPLY RELEASES WHAT IS LEFT ON ITS DATE.        *
000170*                                                               *
000180*  MOD HISTORY                                                  *
000190*  ---------- --- --------------------------------------------- *
000200*  2026-10-15 RSM  ORIGINAL                                     *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000250 OBJECT-COMPUTER.  IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LOC-PEND-FILE    ASSIGN TO LOCPEND
000290            ORGANIZATION IS INDEXED
000300            ACCESS MODE IS DYNAMIC
000310            RECORD KEY IS PND-KEY
000320            ALTERNATE RECORD KEY IS PND-SCHED-KEY
000330                WITH DUPLICATES
000340            FILE STATUS IS LOC-PEND-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  LOC-PEND-FILE
000380     LABEL RECORDS ARE STANDARD
000390     RECORD CONTAINS 130 CHARACTERS.
000400     COPY LOCPND.
000410 
000420 WORKING-STORAGE SECTION.
000430 01  LOC-PEND-STATUS                 PIC X(02).
000440     88  LOC-PEND-OK                     VALUE '00'.
000450     88  LOC-PEND-NOTFOUND               VALUE '23'.
000460 
000470 01  LOC-DONE-SWITCH                 PIC X(01)  VALUE 'N'.
000480     88  LOC-DONE                        VALUE 'Y'.
000490 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
000500     88  LOC-AT-EOF                      VALUE 'Y'.
000510 
000520 01  LOC-MENU-CHOICE                 PIC X(01)  VALUE SPACES.
000530 01  LOC-CONFIRM-ENTERED             PIC X(01)  VALUE SPACES.
000540 
000550 01  LOC-KEY-EFF-ENTERED             PIC X(08)  VALUE SPACES.
000560 01  LOC-KEY-DATE-ENTERED            PIC X(08)  VALUE SPACES.
000570 01  LOC-KEY-TIME-ENTERED            PIC X(06)  VALUE SPACES.
000580 01  LOC-KEY-SEQ-ENTERED             PIC X(04)  VALUE SPACES.
000590 
000600 01  LOC-PENDING-COUNT               PIC 9(04)  VALUE ZERO.
000610 
000620*****************************************************************
000630*  THE PARKED TRANSACTION IS SHOWN THROUGH THE SHARED LOCTRAN   *
000640*  LAYOUT SO THE FIELD OFFSETS MATCH WHAT LOCAPPLY WILL APPLY   *
000650*****************************************************************
000660     COPY LOCTRAN.
000670 
000680 PROCEDURE DIVISION.
000690*****************************************************************
000700*  0000-MAINLINE                                                *
000710*****************************************************************
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE
000740         THRU 1000-INITIALIZE-EXIT.
000750     PERFORM 2000-PROCESS-MENU
000760         THRU 2000-PROCESS-MENU-EXIT
000770         UNTIL LOC-DONE.
000780     PERFORM 8000-TERMINATE
000790         THRU 8000-TERMINATE-EXIT.
000800 
000810*****************************************************************
000820*  1000-INITIALIZE - OPEN THE PENDING FILE                      *
000830*****************************************************************
000840 1000-INITIALIZE.
000850     OPEN I-O LOC-PEND-FILE.
000860     IF LOC-PEND-STATUS = '35'
000870         CLOSE LOC-PEND-FILE
000880         OPEN OUTPUT LOC-PEND-FILE
000890         CLOSE LOC-PEND-FILE
000900         OPEN I-O LOC-PEND-FILE
000910     END-IF.
000920     IF NOT LOC-PEND-OK
000930         DISPLAY 'LOC0901E LOCPNDRV - LOCPEND OPEN FAILED, '
000940                 LOC-PEND-STATUS UPON CONSOLE
000950         MOVE 16 TO RETURN-CODE
000960         GO TO 8000-TERMINATE
000970     END-IF.
000980     DISPLAY 'LOCPNDRV - SCHEDULED LOCATION CHANGE REVIEW'.
000990 1000-INITIALIZE-EXIT.
001000     EXIT.
001010 
001020*****************************************************************
001030*  2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE *
001040*****************************************************************
001050 2000-PROCESS-MENU.
001060     DISPLAY ' '.
001070     DISPLAY '1 - LIST SCHEDULED CHANGES'.
001080     DISPLAY '2 - CANCEL A SCHEDULED CHANGE'.
001090     DISPLAY 'X - EXIT'.
001100     DISPLAY 'ENTER YOUR CHOICE : ' WITH NO ADVANCING.
001110     ACCEPT LOC-MENU-CHOICE.
001120     EVALUATE LOC-MENU-CHOICE
001130         WHEN '1'
001140             PERFORM 3000-LIST-PENDING
001150                 THRU 3000-LIST-PENDING-EXIT
001160         WHEN '2'
001170             PERFORM 4000-CANCEL-PENDING
001180                 THRU 4000-CANCEL-PENDING-EXIT
001190         WHEN 'X'
001200             SET LOC-DONE TO TRUE
001210         WHEN OTHER
001220             DISPLAY 'LOC0801E INVALID CHOICE - ENTER 1,2,X'
001230     END-EVALUATE.
001240 2000-PROCESS-MENU-EXIT.
001250     EXIT.
001260 
001270*****************************************************************
001280*  3000-LIST-PENDING - ONE LINE PER SCHEDULED CHANGE, IN KEY    *
001290*                    (EFFECTIVE DATE, THEN ARRIVAL) ORDER - THE *
001300*                    ORDER LOCAPPLY WILL RELEASE THEM           *
001310*****************************************************************
001320 3000-LIST-PENDING.
001330     MOVE ZERO TO LOC-PENDING-COUNT.
001340     MOVE 'N' TO LOC-EOF-SWITCH.
001350     MOVE LOW-VALUES TO PND-KEY.
001360     START LOC-PEND-FILE
001370         KEY NOT LESS THAN PND-KEY
001380         INVALID KEY
001390             SET LOC-AT-EOF TO TRUE
001400     END-START.
001410     IF NOT LOC-AT-EOF
001420         PERFORM 3100-READ-PENDING
001430             THRU 3100-READ-PENDING-EXIT
001440     END-IF.
001450     PERFORM 3200-LIST-ONE-PENDING
001460         THRU 3200-LIST-ONE-PENDING-EXIT
001470         UNTIL LOC-AT-EOF.
001480     IF LOC-PENDING-COUNT = ZERO
001490         DISPLAY 'NO LOCATION CHANGES ARE SCHEDULED'
001500     ELSE
001510         DISPLAY 'SCHEDULED CHANGES : ' LOC-PENDING-COUNT
001520     END-IF.
001530 3000-LIST-PENDING-EXIT.
001540     EXIT.
001550 
001560 3100-READ-PENDING.
001570     READ LOC-PEND-FILE NEXT RECORD
001580         AT END
001590             SET LOC-AT-EOF TO TRUE
001600     END-READ.
001610 3100-READ-PENDING-EXIT.
001620     EXIT.
001630 
001640 3200-LIST-ONE-PENDING.
001650     ADD 1 TO LOC-PENDING-COUNT.
001660     MOVE PND-TRAN TO LOC-TRAN-RECORD.
001670     DISPLAY PND-EFF-DATE ' ' PND-PARKED-DATE ' '
001680             PND-PARKED-TIME ' ' PND-SEQ
001690             '  ACTION ' TRAN-ACTION
001700             '  WHSE ' PND-WHSE-ID
001710             '  ZONE ' PND-ZONE
001720             '  LOC ' PND-LOC-CODE.
001730     PERFORM 3100-READ-PENDING
001740         THRU 3100-READ-PENDING-EXIT.
001750 3200-LIST-ONE-PENDING-EXIT.
001760     EXIT.
001770 
001780*****************************************************************
001790*  3500-GET-PENDING-KEY - PROMPT FOR THE EFFECTIVE DATE AND THE *
001800*                    PARKED DATE/TIME/SEQUENCE KEY AS LISTED BY *
001810*                    OPTION 1 (OR ON THE LOCPNDRP REPORT) AND   *
001820*                    READ THE RECORD.  A FAILED READ LEAVES     *
001830*                    RETURN-CODE NON-ZERO FOR THE CALLER AND IS *
001840*                    RESET THERE                                *
001850*****************************************************************
001860 3500-GET-PENDING-KEY.
001870     MOVE ZERO TO RETURN-CODE.
001880     DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD) : '
001890         WITH NO ADVANCING.
001900     ACCEPT LOC-KEY-EFF-ENTERED.
001910     DISPLAY 'ENTER PARKED DATE (YYYYMMDD) : ' WITH NO ADVANCING.
001920     ACCEPT LOC-KEY-DATE-ENTERED.
001930     DISPLAY 'ENTER PARKED TIME (HHMMSS) : ' WITH NO ADVANCING.
001940     ACCEPT LOC-KEY-TIME-ENTERED.
001950     DISPLAY 'ENTER PARKED SEQUENCE : ' WITH NO ADVANCING.
001960     ACCEPT LOC-KEY-SEQ-ENTERED.
001970     IF LOC-KEY-SEQ-ENTERED = SPACES
001980         MOVE '0001' TO LOC-KEY-SEQ-ENTERED
001990     END-IF.
002000     IF LOC-KEY-SEQ-ENTERED NOT NUMERIC
002010         DISPLAY 'LOC0860E SEQUENCE MUST BE NUMERIC'
002020         MOVE 8 TO RETURN-CODE
002030         GO TO 3500-GET-PENDING-KEY-EXIT
002040     END-IF.
002050     MOVE LOC-KEY-EFF-ENTERED TO PND-EFF-DATE.
002060     MOVE LOC-KEY-DATE-ENTERED TO PND-PARKED-DATE.
002070     MOVE LOC-KEY-TIME-ENTERED TO PND-PARKED-TIME.
002080     MOVE LOC-KEY-SEQ-ENTERED TO PND-SEQ.
002090     READ LOC-PEND-FILE
002100         INVALID KEY
002110             IF LOC-PEND-NOTFOUND
002120                 DISPLAY 'LOC0861E NO SCHEDULED CHANGE FOR THAT '
002130                         'KEY'
002140             ELSE
002150                 DISPLAY 'LOC0861E PENDING FILE READ FAILED, '
002160                         'STATUS ' LOC-PEND-STATUS
002170             END-IF
002180             MOVE 8 TO RETURN-CODE
002190     END-READ.
002200 3500-GET-PENDING-KEY-EXIT.
002210     EXIT.
002220 
002230*****************************************************************
002240*  3600-SHOW-PENDING - DISPLAY EVERY FIELD OF THE SCHEDULED     *
002250*                    TRANSACTION JUST READ                      *
002260*****************************************************************
002270 3600-SHOW-PENDING.
002280     MOVE PND-TRAN TO LOC-TRAN-RECORD.
002290     DISPLAY 'EFFECTIVE ON  : ' PND-EFF-DATE.
002300     DISPLAY 'PARKED ON     : ' PND-PARKED-DATE ' AT '
002310             PND-PARKED-TIME.
002320     DISPLAY '   ACTION     : ' TRAN-ACTION.
002330     DISPLAY '   WAREHOUSE  : ' TRAN-WHSE-ID.
002340     DISPLAY '   LOCATION   : ' TRAN-LOC-CODE.
002350     DISPLAY '   STATUS     : ' TRAN-NEW-STATUS.
002360     DISPLAY '   ZONE       : ' TRAN-ZONE.
002370     DISPLAY '   AISLE      : ' TRAN-AISLE.
002380     DISPLAY '   BAY        : ' TRAN-BAY.
002390     DISPLAY '   ITEM       : ' TRAN-ITEM-NUMBER.
002400     DISPLAY '   CAPACITY   : ' TRAN-CAPACITY.
002410     DISPLAY '   REPL MIN   : ' TRAN-REPL-MIN.
002420     DISPLAY '   REPL MAX   : ' TRAN-REPL-MAX.
002430     DISPLAY '   NEW CODE   : ' TRAN-NEW-LOC-CODE.
002440 3600-SHOW-PENDING-EXIT.
002450     EXIT.
002460 
002470*****************************************************************
002480*  4000-CANCEL-PENDING - TAKE A SCHEDULED CHANGE OFF THE FILE   *
002490*                    BEFORE IT COMES DUE, SO IT IS NEVER        *
002500*                    APPLIED                                    *
002510*****************************************************************
002520 4000-CANCEL-PENDING.
002530     PERFORM 3500-GET-PENDING-KEY
002540         THRU 3500-GET-PENDING-KEY-EXIT.
002550     IF RETURN-CODE NOT = ZERO
002560         MOVE ZERO TO RETURN-CODE
002570         GO TO 4000-CANCEL-PENDING-EXIT
002580     END-IF.
002590     PERFORM 3600-SHOW-PENDING
002600         THRU 3600-SHOW-PENDING-EXIT.
002610     DISPLAY 'CANCEL THIS CHANGE - ARE YOU SURE (Y/N) ? '
002620         WITH NO ADVANCING.
002630     ACCEPT LOC-CONFIRM-ENTERED.
002640     IF LOC-CONFIRM-ENTERED NOT = 'Y'
002650         DISPLAY 'LOC0145I CHANGE LEFT SCHEDULED'
002660         GO TO 4000-CANCEL-PENDING-EXIT
002670     END-IF.
002680     DELETE LOC-PEND-FILE RECORD
002690         INVALID KEY
002700             DISPLAY 'LOC0862E PENDING FILE DELETE FAILED, '
002710                     'STATUS ' LOC-PEND-STATUS
002720             GO TO 4000-CANCEL-PENDING-EXIT
002730     END-DELETE.
002740     DISPLAY 'LOC0146I SCHEDULED CHANGE CANCELLED'.
002750 4000-CANCEL-PENDING-EXIT.
002760     EXIT.
002770 
002780*****************************************************************
002790*  8000-TERMINATE - CLOSE THE FILE                              *
002800*****************************************************************
002810 8000-TERMINATE.
002820     CLOSE LOC-PEND-FILE.
002830     DISPLAY 'LOC0001I LOCPNDRV - SESSION ENDED' UPON CONSOLE.
002840 8000-TERMINATE-EXIT.
002850     EXIT.
002860     STOP RUN.
