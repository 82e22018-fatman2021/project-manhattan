000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCPNDRP.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCPNDRP - SCHEDULED LOCATION CHANGES (PENDING) REPORT       *
000090*                                                               *
000100*  LISTS EVERY TRANSACTION WAITING ON THE LOCPEND PENDING FILE  *
000110*  - THE FUTURE-DATED HOSTFEED TRANSACTIONS LOCAPPLY HAS        *
000120*  PARKED UNTIL THEIR EFFECTIVE DATE - SO SLOTTING CAN SEE      *
000130*  WHAT IS SCHEDULED TO CHANGE ON EACH NIGHT BEFORE IT DOES.    *
000140*  RUN AS A STEP OF THE NIGHTLY JOB AFTER APPLY (SEE            *
000150*  JCL/LOCNITE.JCL, STEP PNDRPT), SO WHAT IS LISTED IS WHAT     *
000160*  IS STILL TO COME AFTER TONIGHT'S RELEASES.                   *
000170*                                                               *
000180*  THE FILE IS READ BY ITS ALTERNATE SCHEDULE KEY - EFFECTIVE   *
000190*  DATE, THEN WAREHOUSE, THEN ZONE, THEN LOCATION CODE - AND A  *
000200*  COUNT LINE IS WRITTEN AT EACH CHANGE OF DATE, WAREHOUSE OR   *
000210*  ZONE.  A SCHEDULED CHANGE IS CANCELLED THROUGH LOCPNDRV      *
000220*  USING THE PARKED DATE/TIME/SEQUENCE SHOWN ON THE DETAIL      *
000230*  LINE.                                                        *
000240*                                                               *
000250*  MOD HISTORY                                                  *
000260*  ---------- --- --------------------------------------------- *
000270*  2026-10-15 RSM  ORIGINAL                                     *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT LOC-PEND-FILE    ASSIGN TO LOCPEND
000360            ORGANIZATION IS INDEXED
000370            ACCESS MODE IS DYNAMIC
000380            RECORD KEY IS PND-KEY
000390            ALTERNATE RECORD KEY IS PND-SCHED-KEY
000400                WITH DUPLICATES
000410            FILE STATUS IS LOC-PEND-STATUS.
000420 
000430     SELECT LOC-PNR-FILE     ASSIGN TO LOCPNDR
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS LOC-PNR-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  LOC-PEND-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 130 CHARACTERS.
000510     COPY LOCPND.
000520 
000530 FD  LOC-PNR-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 132 CHARACTERS.
000560 01  LOC-PNR-RECORD                  PIC X(132).
000570 
000580 WORKING-STORAGE SECTION.
000590 01  LOC-PEND-STATUS                 PIC X(02).
000600     88  LOC-PEND-OK                     VALUE '00'.
000610 01  LOC-PNR-STATUS                  PIC X(02).
000620     88  LOC-PNR-OK                      VALUE '00'.
000630 
000640 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
000650     88  LOC-AT-EOF                      VALUE 'Y'.
000660 01  LOC-PEND-FILE-SWITCH            PIC X(01)  VALUE 'Y'.
000670     88  LOC-PEND-PRESENT                VALUE 'Y'.
000680 
000690 01  LOC-PENDING-COUNT               PIC 9(06)  VALUE ZERO.
000700 01  LOC-GROUP-COUNT                 PIC 9(06)  VALUE ZERO.
000710 
000720*****************************************************************
000730*  CONTROL BREAK - THE DATE / WAREHOUSE / ZONE GROUP IN         *
000740*  PROGRESS (THE FIRST 12 BYTES OF THE SCHEDULE KEY)            *
000750*****************************************************************
000760 01  LOC-CUR-GROUP.
000770     05  LOC-CUR-EFF-DATE            PIC X(08)  VALUE SPACES.
000780     05  LOC-CUR-WHSE                PIC X(02)  VALUE SPACES.
000790     05  LOC-CUR-ZONE                PIC X(02)  VALUE SPACES.
000800 
000810 01  LOC-CURRENT-DATE.
000820     05  LOC-CUR-YYYY                PIC 9(04).
000830     05  LOC-CUR-MM                  PIC 9(02).
000840     05  LOC-CUR-DD                  PIC 9(02).
000850 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
000860 
000870*****************************************************************
000880*  THE PARKED TRANSACTION IS READ THROUGH THE SHARED LOCTRAN    *
000890*  LAYOUT SO THE FIELD OFFSETS MATCH WHAT LOCAPPLY WILL APPLY   *
000900*****************************************************************
000910     COPY LOCTRAN.
000920 
000930 01  LOC-PNR-HDG-1.
000940     05  FILLER                      PIC X(20)  VALUE SPACES.
000950     05  FILLER                      PIC X(33)
000960         VALUE 'SCHEDULED LOCATION CHANGES REPORT'.
000970 
000980 01  LOC-PNR-HDG-2.
000990     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
001000     05  PNR-HDG-2-DATE        PIC X(10).
001010     05  FILLER                PIC X(56)  VALUE SPACES.
001020     05  FILLER                PIC X(16)
001030         VALUE 'PROGRAM LOCPNDRP'.
001040 
001050 01  LOC-PNR-HDG-3.
001060     05  FILLER                PIC X(12)  VALUE 'EFFECTIVE'.
001070     05  FILLER                PIC X(06)  VALUE 'WHSE'.
001080     05  FILLER                PIC X(06)  VALUE 'ZONE'.
001090     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
001100     05  FILLER                PIC X(10)  VALUE 'ACTION'.
001110     05  FILLER                PIC X(08)  VALUE 'STATUS'.
001120     05  FILLER                PIC X(14)  VALUE 'ITEM/NEW CODE'.
001130     05  FILLER                PIC X(30)
001140         VALUE 'PARKED ON  TIME   SEQ'.
001150 
001160 01  LOC-PNR-DETAIL-LINE.
001170     05  PNR-DTL-EFF-DATE            PIC X(08).
001180     05  FILLER                      PIC X(04)  VALUE SPACES.
001190     05  PNR-DTL-WHSE                PIC X(02).
001200     05  FILLER                      PIC X(04)  VALUE SPACES.
001210     05  PNR-DTL-ZONE                PIC X(02).
001220     05  FILLER                      PIC X(04)  VALUE SPACES.
001230     05  PNR-DTL-CODE                PIC X(10).
001240     05  FILLER                      PIC X(04)  VALUE SPACES.
001250     05  PNR-DTL-ACTION              PIC X(08).
001260     05  FILLER                      PIC X(02)  VALUE SPACES.
001270     05  PNR-DTL-STATUS              PIC X(01).
001280     05  FILLER                      PIC X(07)  VALUE SPACES.
001290     05  PNR-DTL-ITEM-OR-CODE        PIC X(10).
001300     05  FILLER                      PIC X(04)  VALUE SPACES.
001310     05  PNR-DTL-PARKED-DATE         PIC X(08).
001320     05  FILLER                      PIC X(03)  VALUE SPACES.
001330     05  PNR-DTL-PARKED-TIME         PIC X(06).
001340     05  FILLER                      PIC X(01)  VALUE SPACES.
001350     05  PNR-DTL-SEQ                 PIC 9(04).
001360 
001370 01  LOC-PNR-GROUP-LINE.
001380     05  FILLER                      PIC X(12)  VALUE SPACES.
001390     05  FILLER                      PIC X(17)
001400         VALUE 'CHANGES FOR DATE '.
001410     05  PNR-GRP-EFF-DATE            PIC X(08).
001420     05  FILLER                      PIC X(06)  VALUE ' WHSE '.
001430     05  PNR-GRP-WHSE                PIC X(02).
001440     05  FILLER                      PIC X(06)  VALUE ' ZONE '.
001450     05  PNR-GRP-ZONE                PIC X(02).
001460     05  FILLER                      PIC X(03)  VALUE ' : '.
001470     05  PNR-GRP-COUNT               PIC ZZZ,ZZ9.
001480 
001490 01  LOC-PNR-TOTAL-1.
001500     05  FILLER                      PIC X(24)
001510         VALUE 'SCHEDULED CHANGES ..... '.
001520     05  PNR-TOT-PENDING             PIC ZZZ,ZZ9.
001530 
001540 PROCEDURE DIVISION.
001550*****************************************************************
001560*  0000-MAINLINE                                                *
001570*****************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE
001600         THRU 1000-INITIALIZE-EXIT.
001610     PERFORM 2000-LIST-PENDING
001620         THRU 2000-LIST-PENDING-EXIT.
001630     PERFORM 8000-TERMINATE
001640         THRU 8000-TERMINATE-EXIT.
001650 
001660*****************************************************************
001670*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADINGS.  NO *
001680*                    LOCPEND FILE YET MEANS NOTHING HAS EVER    *
001690*                    BEEN PARKED - AN EMPTY REPORT, NOT AN      *
001700*                    ERROR                                      *
001710*****************************************************************
001720 1000-INITIALIZE.
001730     OPEN INPUT LOC-PEND-FILE.
001740     IF LOC-PEND-STATUS = '35'
001750         DISPLAY 'LOC0271I LOCPNDRP - NO PENDING TRANSACTION '
001760                 'FILE YET, NOTHING TO REPORT' UPON CONSOLE
001770         MOVE 'N' TO LOC-PEND-FILE-SWITCH
001780         SET LOC-AT-EOF TO TRUE
001790     ELSE
001800         IF NOT LOC-PEND-OK
001810             DISPLAY 'LOC0901E LOCPNDRP - LOCPEND OPEN FAILED, '
001820                     LOC-PEND-STATUS UPON CONSOLE
001830             MOVE 16 TO RETURN-CODE
001840             GO TO 8000-TERMINATE
001850         END-IF
001860     END-IF.
001870 
001880     OPEN OUTPUT LOC-PNR-FILE.
001890     IF NOT LOC-PNR-OK
001900         DISPLAY 'LOC0902E LOCPNDRP - LOCPNDR OPEN FAILED, '
001910                 LOC-PNR-STATUS UPON CONSOLE
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 8000-TERMINATE
001940     END-IF.
001950 
001960     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
001970     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
001980         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
001990     MOVE LOC-REPORT-DATE TO PNR-HDG-2-DATE.
002000     WRITE LOC-PNR-RECORD FROM LOC-PNR-HDG-1.
002010     WRITE LOC-PNR-RECORD FROM LOC-PNR-HDG-2.
002020     MOVE SPACES TO LOC-PNR-RECORD.
002030     WRITE LOC-PNR-RECORD.
002040     WRITE LOC-PNR-RECORD FROM LOC-PNR-HDG-3.
002050 1000-INITIALIZE-EXIT.
002060     EXIT.
002070 
002080*****************************************************************
002090*  2000-LIST-PENDING - POSITION ON THE SCHEDULE KEY AND LIST    *
002100*                    EVERY PARKED TRANSACTION IN DATE /         *
002110*                    WAREHOUSE / ZONE ORDER                     *
002120*****************************************************************
002130 2000-LIST-PENDING.
002140     IF NOT LOC-AT-EOF
002150         MOVE LOW-VALUES TO PND-SCHED-KEY
002160         START LOC-PEND-FILE
002170             KEY NOT LESS THAN PND-SCHED-KEY
002180             INVALID KEY
002190                 SET LOC-AT-EOF TO TRUE
002200         END-START
002210     END-IF.
002220     IF NOT LOC-AT-EOF
002230         PERFORM 2100-READ-PENDING
002240             THRU 2100-READ-PENDING-EXIT
002250     END-IF.
002260     PERFORM 2200-LIST-ONE-PENDING
002270         THRU 2200-LIST-ONE-PENDING-EXIT
002280         UNTIL LOC-AT-EOF.
002290     PERFORM 2300-FLUSH-GROUP
002300         THRU 2300-FLUSH-GROUP-EXIT.
002310 2000-LIST-PENDING-EXIT.
002320     EXIT.
002330 
002340 2100-READ-PENDING.
002350     READ LOC-PEND-FILE NEXT RECORD
002360         AT END
002370             SET LOC-AT-EOF TO TRUE
002380     END-READ.
002390 2100-READ-PENDING-EXIT.
002400     EXIT.
002410 
002420*****************************************************************
002430*  2200-LIST-ONE-PENDING - ONE DETAIL LINE PER PARKED           *
002440*                    TRANSACTION.  A RENAME SHOWS THE CODE IT   *
002450*                    MOVES TO, ANY OTHER ACTION THE ITEM IT     *
002460*                    ASSIGNS (BLANK WHEN IT LEAVES IT ALONE)    *
002470*****************************************************************
002480 2200-LIST-ONE-PENDING.
002490     IF PND-SCHED-KEY (1:12) NOT = LOC-CUR-GROUP
002500         PERFORM 2300-FLUSH-GROUP
002510             THRU 2300-FLUSH-GROUP-EXIT
002520         MOVE PND-SCHED-KEY (1:12) TO LOC-CUR-GROUP
002530     END-IF.
002540     ADD 1 TO LOC-PENDING-COUNT
002550              LOC-GROUP-COUNT.
002560     MOVE PND-TRAN TO LOC-TRAN-RECORD.
002570     EVALUATE TRUE
002580         WHEN TRAN-ADD
002590             MOVE 'ADD' TO PNR-DTL-ACTION
002600         WHEN TRAN-CHANGE
002610             MOVE 'CHANGE' TO PNR-DTL-ACTION
002620         WHEN TRAN-DELETE
002630             MOVE 'DELETE' TO PNR-DTL-ACTION
002640         WHEN TRAN-RENAME
002650             MOVE 'RENAME' TO PNR-DTL-ACTION
002660         WHEN OTHER
002670             MOVE TRAN-ACTION TO PNR-DTL-ACTION
002680     END-EVALUATE.
002690     IF TRAN-RENAME
002700         MOVE TRAN-NEW-LOC-CODE TO PNR-DTL-ITEM-OR-CODE
002710     ELSE
002720         MOVE TRAN-ITEM-NUMBER TO PNR-DTL-ITEM-OR-CODE
002730     END-IF.
002740     MOVE PND-EFF-DATE TO PNR-DTL-EFF-DATE.
002750     MOVE PND-WHSE-ID TO PNR-DTL-WHSE.
002760     MOVE PND-ZONE TO PNR-DTL-ZONE.
002770     MOVE PND-LOC-CODE TO PNR-DTL-CODE.
002780     MOVE TRAN-NEW-STATUS TO PNR-DTL-STATUS.
002790     MOVE PND-PARKED-DATE TO PNR-DTL-PARKED-DATE.
002800     MOVE PND-PARKED-TIME TO PNR-DTL-PARKED-TIME.
002810     MOVE PND-SEQ TO PNR-DTL-SEQ.
002820     WRITE LOC-PNR-RECORD FROM LOC-PNR-DETAIL-LINE.
002830     PERFORM 2100-READ-PENDING
002840         THRU 2100-READ-PENDING-EXIT.
002850 2200-LIST-ONE-PENDING-EXIT.
002860     EXIT.
002870 
002880*****************************************************************
002890*  2300-FLUSH-GROUP - THE FILE RUNS IN SCHEDULE-KEY ORDER, SO   *
002900*                    WHEN THE DATE, WAREHOUSE OR ZONE CHANGES   *
002910*                    THE PRIOR GROUP'S COUNT LINE GOES OUT AND  *
002920*                    ITS COUNTER RESETS                         *
002930*****************************************************************
002940 2300-FLUSH-GROUP.
002950     IF LOC-GROUP-COUNT = ZERO
002960         GO TO 2300-FLUSH-GROUP-EXIT
002970     END-IF.
002980     MOVE LOC-CUR-EFF-DATE TO PNR-GRP-EFF-DATE.
002990     MOVE LOC-CUR-WHSE TO PNR-GRP-WHSE.
003000     MOVE LOC-CUR-ZONE TO PNR-GRP-ZONE.
003010     MOVE LOC-GROUP-COUNT TO PNR-GRP-COUNT.
003020     WRITE LOC-PNR-RECORD FROM LOC-PNR-GROUP-LINE.
003030     MOVE SPACES TO LOC-PNR-RECORD.
003040     WRITE LOC-PNR-RECORD.
003050     MOVE ZERO TO LOC-GROUP-COUNT.
003060 2300-FLUSH-GROUP-EXIT.
003070     EXIT.
003080 
003090*****************************************************************
003100*  8000-TERMINATE - WRITE THE TOTALS AND CLOSE THE FILES        *
003110*****************************************************************
003120 8000-TERMINATE.
003130     IF LOC-PNR-OK
003140         IF LOC-PENDING-COUNT = ZERO
003150             MOVE SPACES TO LOC-PNR-RECORD
003160             STRING 'NO LOCATION CHANGES ARE SCHEDULED'
003170                 DELIMITED BY SIZE INTO LOC-PNR-RECORD
003180             WRITE LOC-PNR-RECORD
003190             MOVE SPACES TO LOC-PNR-RECORD
003200             WRITE LOC-PNR-RECORD
003210         END-IF
003220         MOVE LOC-PENDING-COUNT TO PNR-TOT-PENDING
003230         WRITE LOC-PNR-RECORD FROM LOC-PNR-TOTAL-1
003240     END-IF.
003250     IF LOC-PEND-PRESENT
003260         CLOSE LOC-PEND-FILE
003270     END-IF.
003280     CLOSE LOC-PNR-FILE.
003290     IF RETURN-CODE = ZERO
003300         DISPLAY 'LOC0272I LOCPNDRP - NORMAL COMPLETION, '
003310                 LOC-PENDING-COUNT ' SCHEDULED CHANGES LISTED'
003320                 UPON CONSOLE
003330     ELSE
003340         DISPLAY 'LOC0273E LOCPNDRP - ABENDING, RETURN CODE '
003350                 RETURN-CODE UPON CONSOLE
003360     END-IF.
003370 8000-TERMINATE-EXIT.
003380     EXIT.
003390     STOP RUN.
