000380*                  PURGE REGISTER NOW CARRY THE WAREHOUSE ID;   *
000390*                  ONE RUN STILL SWEEPS THE WHOLE MASTER, ALL   *
000400*                  WAREHOUSES                                   *
000410*  2026-10-15 RSM  EVERY PURGED LOCATION IS WRITTEN AS A DELETE *
000420*                  WITH ITS BEFORE IMAGE TO THE KEYED LOCRJNL   *
000430*                  RECOVERY JOURNAL (SEE LOCRCVR)               *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000550            ALTERNATE RECORD KEY IS
000560                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000570                WITH DUPLICATES
000580            FILE STATUS IS LOC-ITEMMAST-STATUS.
000590 
000600     SELECT LOC-ARCH-FILE    ASSIGN TO LOCARCH
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS DYNAMIC
000630            RECORD KEY IS ARC-KEY
000640            FILE STATUS IS LOC-ARCH-STATUS.
000650 
000660     SELECT LOC-RJNL-FILE    ASSIGN TO LOCRJNL
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS DYNAMIC
000690            RECORD KEY IS RJN-KEY
000700            FILE STATUS IS LOC-RJNL-STATUS.
000710 
000720     SELECT LOC-PURGE-FILE   ASSIGN TO LOCPURGR
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS IS LOC-PURGE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ITEM-MASTER
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 52 CHARACTERS.
000800     COPY LOCREC
000810         REPLACING ==:LOC-LVL:==    BY ==01==
000820                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
000830                   ==:LOC-SUBLVL:== BY ==05==
000840                   ==:LOC-OCCURS:== BY ==      ==.
000850 
000860 FD  LOC-ARCH-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 62 CHARACTERS.
000890     COPY LOCARC.
000900 
000910 FD  LOC-RJNL-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 140 CHARACTERS.
000940     COPY LOCRJN.
000950 
000960 FD  LOC-PURGE-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  LOC-PURGE-RECORD                PIC X(132).
001000 
001010 WORKING-STORAGE SECTION.
001020 01  LOC-ITEMMAST-STATUS             PIC X(02).
001030     88  LOC-ITEMMAST-OK                 VALUE '00'.
001040 01  LOC-ARCH-STATUS                 PIC X(02).
001050     88  LOC-ARCH-OK                     VALUE '00'.
001060     88  LOC-ARCH-DUP-KEY                VALUE '22'.
001070 01  LOC-RJNL-STATUS                 PIC X(02).
001080     88  LOC-RJNL-OK                     VALUE '00'.
001090     88  LOC-RJNL-DUP-KEY                VALUE '22'.
001100 01  LOC-PURGE-STATUS                PIC X(02).
001110     88  LOC-PURGE-OK                    VALUE '00'.
001120 
001130 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
001140     88  LOC-AT-EOF                      VALUE 'Y'.
001150 
001160 01  LOC-EXAMINED-COUNT              PIC 9(06)  VALUE ZERO.
001170 01  LOC-PURGED-COUNT                PIC 9(06)  VALUE ZERO.
001180 
001190 01  LOC-RETENTION-DAYS              PIC 9(04)  VALUE 180.
001200 01  LOC-CUTOFF-DATE                 PIC X(08)  VALUE SPACES.
001210 01  LOC-DAY-NUMBER                  PIC 9(08)  COMP.
001220 01  LOC-DATE-WORK                   PIC 9(08).
001230 
001240 01  LOC-CURRENT-DATE.
001250     05  LOC-CUR-YYYY                PIC 9(04).
001260     05  LOC-CUR-MM                  PIC 9(02).
001270     05  LOC-CUR-DD                  PIC 9(02).
001280 01  LOC-CURRENT-DATE-N REDEFINES LOC-CURRENT-DATE
001290                                     PIC 9(08).
001300 01  LOC-TODAY-DATE                  PIC X(08)  VALUE SPACES.
001310 01  LOC-BEFORE-IMAGE                PIC X(52)  VALUE SPACES.
001320 01  LOC-RJNL-DATE                   PIC X(08)  VALUE SPACES.
001330 01  LOC-RJNL-TIME                   PIC X(08)  VALUE SPACES.
001340 01  LOC-RJNL-DONE-SWITCH            PIC X(01)  VALUE 'N'.
001350     88  LOC-RJNL-DONE                   VALUE 'Y'.
001360 
001370 01  LOC-PUR-HDG-1.
001380     05  FILLER                      PIC X(20)  VALUE SPACES.
001390     05  FILLER                      PIC X(32)
001400         VALUE 'INACTIVE LOCATION PURGE REGISTER'.
001410 
001420 01  LOC-PUR-HDG-2.
001430     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
001440     05  PUR-HDG-2-DATE        PIC X(08).
001450     05  FILLER                PIC X(13)  VALUE SPACES.
001460     05  FILLER                PIC X(16)
001470         VALUE 'CUTOFF DATE : '.
001480     05  PUR-HDG-2-CUTOFF      PIC X(08).
001490     05  FILLER                PIC X(30)  VALUE SPACES.
001500     05  FILLER                PIC X(16)
001510         VALUE 'PROGRAM LOCPURGE'.
001520 
001530 01  LOC-PUR-HDG-3.
001540     05  FILLER                PIC X(06)  VALUE 'WHSE'.
001550     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
001560     05  FILLER                PIC X(06)  VALUE 'ZONE'.
001570     05  FILLER                PIC X(15)  VALUE 'ASSIGNED ITEM'.
001580     05  FILLER                PIC X(13)  VALUE 'STATUS DATE'.
001590 
001600 01  LOC-PUR-DETAIL-LINE.
001610     05  PUR-DTL-WHSE                PIC X(02).
001620     05  FILLER                      PIC X(04)  VALUE SPACES.
001630     05  PUR-DTL-CODE                PIC X(10).
001640     05  FILLER                      PIC X(04)  VALUE SPACES.
001650     05  PUR-DTL-ZONE                PIC X(02).
001660     05  FILLER                      PIC X(04)  VALUE SPACES.
001670     05  PUR-DTL-ITEM                PIC X(08).
001680     05  FILLER                      PIC X(07)  VALUE SPACES.
001690     05  PUR-DTL-STAT-DATE           PIC X(08).
001700 
001710 01  LOC-PUR-TOTAL-1.
001720     05  FILLER                      PIC X(24)
001730         VALUE 'LOCATIONS EXAMINED .... '.
001740     05  PUR-TOT-EXAMINED            PIC ZZZ,ZZ9.
001750 01  LOC-PUR-TOTAL-2.
001760     05  FILLER                      PIC X(24)
001770         VALUE 'LOCATIONS PURGED ...... '.
001780     05  PUR-TOT-PURGED              PIC ZZZ,ZZ9.
001790 
001800 LINKAGE SECTION.
001810 01  LOC-PARM-AREA.
001820     05  LOC-PARM-LEN                PIC S9(04) COMP.
001830     05  LOC-PARM-TEXT               PIC X(08).
001840 
001850 PROCEDURE DIVISION USING LOC-PARM-AREA.
001860*****************************************************************
001870*  0000-MAINLINE                                                *
001880*****************************************************************
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE
001910         THRU 1000-INITIALIZE-EXIT.
001920     PERFORM 2000-PURGE-LOCATIONS
001930         THRU 2000-PURGE-LOCATIONS-EXIT.
001940     PERFORM 7000-WRITE-TOTALS
001950         THRU 7000-WRITE-TOTALS-EXIT.
001960     PERFORM 8000-TERMINATE
001970         THRU 8000-TERMINATE-EXIT.
001980 
001990*****************************************************************
002000*  1000-INITIALIZE - OPEN FILES, PICK UP THE RETENTION PARM     *
002010*                    AND WORK OUT THE CUTOFF DATE               *
002020*****************************************************************
002030 1000-INITIALIZE.
002040     IF LOC-PARM-LEN OF LOC-PARM-AREA = 4
002050        AND LOC-PARM-TEXT OF LOC-PARM-AREA (1:4) IS NUMERIC
002060         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA (1:4)
002070             TO LOC-RETENTION-DAYS
002080     END-IF.
002090 
002100     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
002110     MOVE LOC-CURRENT-DATE TO LOC-TODAY-DATE.
002120     COMPUTE LOC-DAY-NUMBER =
002130         FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N)
002140         - LOC-RETENTION-DAYS.
002150     MOVE FUNCTION DATE-OF-INTEGER (LOC-DAY-NUMBER)
002160         TO LOC-DATE-WORK.
002170     MOVE LOC-DATE-WORK TO LOC-CUTOFF-DATE.
002180 
002190     OPEN I-O ITEM-MASTER.
002200     IF NOT LOC-ITEMMAST-OK
002210         DISPLAY 'LOC0901E LOCPURGE - ITEM-MASTER OPEN FAILED, '
002220                 LOC-ITEMMAST-STATUS UPON CONSOLE
002230         MOVE 16 TO RETURN-CODE
002240         GO TO 8000-TERMINATE
002250     END-IF.
002260 
002270     OPEN I-O LOC-ARCH-FILE.
002280     IF LOC-ARCH-STATUS = '35'
002290         CLOSE LOC-ARCH-FILE
002300         OPEN OUTPUT LOC-ARCH-FILE
002310         CLOSE LOC-ARCH-FILE
002320         OPEN I-O LOC-ARCH-FILE
002330     END-IF.
002340     IF NOT LOC-ARCH-OK
002350         DISPLAY 'LOC0902E LOCPURGE - LOCARCH OPEN FAILED, '
002360                 LOC-ARCH-STATUS UPON CONSOLE
002370         MOVE 16 TO RETURN-CODE
002380         GO TO 8000-TERMINATE
002390     END-IF.
002400 
002410     OPEN I-O LOC-RJNL-FILE.
002420     IF LOC-RJNL-STATUS = '35'
002430         CLOSE LOC-RJNL-FILE
002440         OPEN OUTPUT LOC-RJNL-FILE
002450         CLOSE LOC-RJNL-FILE
002460         OPEN I-O LOC-RJNL-FILE
002470     END-IF.
002480     IF NOT LOC-RJNL-OK
002490         DISPLAY 'LOC0904E LOCPURGE - LOCRJNL OPEN FAILED, '
002500                 LOC-RJNL-STATUS UPON CONSOLE
002510         MOVE 16 TO RETURN-CODE
002520         GO TO 8000-TERMINATE
002530     END-IF.
002540 
002550     OPEN OUTPUT LOC-PURGE-FILE.
002560     IF NOT LOC-PURGE-OK
002570         DISPLAY 'LOC0903E LOCPURGE - LOCPURGR OPEN FAILED, '
002580                 LOC-PURGE-STATUS UPON CONSOLE
002590         MOVE 16 TO RETURN-CODE
002600         GO TO 8000-TERMINATE
002610     END-IF.
002620 
002630     MOVE LOC-TODAY-DATE TO PUR-HDG-2-DATE.
002640     MOVE LOC-CUTOFF-DATE TO PUR-HDG-2-CUTOFF.
002650     WRITE LOC-PURGE-RECORD FROM LOC-PUR-HDG-1.
002660     WRITE LOC-PURGE-RECORD FROM LOC-PUR-HDG-2.
002670     MOVE SPACES TO LOC-PURGE-RECORD.
002680     WRITE LOC-PURGE-RECORD.
002690     WRITE LOC-PURGE-RECORD FROM LOC-PUR-HDG-3.
002700 1000-INITIALIZE-EXIT.
002710     EXIT.
002720 
002730*****************************************************************
002740*  2000-PURGE-LOCATIONS - READ THE WHOLE MASTER, ARCHIVING      *
002750*                    EVERY ELIGIBLE LOCATION                    *
002760*****************************************************************
002770 2000-PURGE-LOCATIONS.
002780     PERFORM 2100-READ-MASTER
002790         THRU 2100-READ-MASTER-EXIT.
002800     PERFORM 2200-CHECK-ONE-LOCATION
002810         THRU 2200-CHECK-ONE-LOCATION-EXIT
002820         UNTIL LOC-AT-EOF.
002830 2000-PURGE-LOCATIONS-EXIT.
002840     EXIT.
002850 
002860 2100-READ-MASTER.
002870     READ ITEM-MASTER NEXT RECORD
002880         AT END
002890             SET LOC-AT-EOF TO TRUE
002900     END-READ.
002910 2100-READ-MASTER-EXIT.
002920     EXIT.
002930 
002940 2200-CHECK-ONE-LOCATION.
002950     ADD 1 TO LOC-EXAMINED-COUNT.
002960     IF LOC-INACTIVE OF ITEM-MASTER-RECORD
002970        AND (LOC-STAT-DATE OF ITEM-MASTER-RECORD = SPACES
002980             OR LOC-STAT-DATE OF ITEM-MASTER-RECORD
002990                    <= LOC-CUTOFF-DATE)
003000         PERFORM 3000-ARCHIVE-LOCATION
003010             THRU 3000-ARCHIVE-LOCATION-EXIT
003020     END-IF.
003030     PERFORM 2100-READ-MASTER
003040         THRU 2100-READ-MASTER-EXIT.
003050 2200-CHECK-ONE-LOCATION-EXIT.
003060     EXIT.
003070 
003080*****************************************************************
003090*  3000-ARCHIVE-LOCATION - COPY THE RECORD TO THE ARCHIVE,      *
003100*                    DELETE IT FROM THE MASTER AND PUT IT ON    *
003110*                    THE REGISTER.  A LEFTOVER ARCHIVE RECORD   *
003120*                    FOR THE SAME CODE (PURGED BEFORE,          *
003130*                    REINSTATED BY HAND, PURGED AGAIN) IS       *
003140*                    REPLACED WITH THE CURRENT IMAGE            *
003150*****************************************************************
003160 3000-ARCHIVE-LOCATION.
003170     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO ARC-WHSE-ID.
003180     MOVE LOC-CODE OF ITEM-MASTER-RECORD TO ARC-LOC-CODE.
003190     MOVE ITEM-MASTER-RECORD (13:40) TO ARC-LOC-DATA.
003200     MOVE LOC-TODAY-DATE TO ARC-PURGED-DATE.
003210     WRITE LOC-ARCH-RECORD
003220         INVALID KEY
003230             IF LOC-ARCH-DUP-KEY
003240                 REWRITE LOC-ARCH-RECORD
003250             ELSE
003260                 DISPLAY 'LOC0911E LOCPURGE - ARCHIVE WRITE '
003270                         'FAILED FOR '
003280                         LOC-CODE OF ITEM-MASTER-RECORD
003290                         ', STATUS ' LOC-ARCH-STATUS
003300                         UPON CONSOLE
003310                 MOVE 16 TO RETURN-CODE
003320                 GO TO 8000-TERMINATE
003330             END-IF
003340     END-WRITE.
003350     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO PUR-DTL-WHSE.
003360     MOVE LOC-CODE OF ITEM-MASTER-RECORD TO PUR-DTL-CODE.
003370     MOVE LOC-ZONE OF ITEM-MASTER-RECORD TO PUR-DTL-ZONE.
003380     MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
003390         TO PUR-DTL-ITEM.
003400     MOVE LOC-STAT-DATE OF ITEM-MASTER-RECORD
003410         TO PUR-DTL-STAT-DATE.
003420     MOVE ITEM-MASTER-RECORD TO LOC-BEFORE-IMAGE.
003430     DELETE ITEM-MASTER RECORD
003440         INVALID KEY
003450             DISPLAY 'LOC0912E LOCPURGE - MASTER DELETE '
003460                     'FAILED FOR ' PUR-DTL-CODE
003470                     ', STATUS ' LOC-ITEMMAST-STATUS
003480                     UPON CONSOLE
003490             MOVE 16 TO RETURN-CODE
003500             GO TO 8000-TERMINATE
003510     END-DELETE.
003520     PERFORM 3100-JOURNAL-DELETE
003530         THRU 3100-JOURNAL-DELETE-EXIT.
003540     ADD 1 TO LOC-PURGED-COUNT.
003550     WRITE LOC-PURGE-RECORD FROM LOC-PUR-DETAIL-LINE.
003560 3000-ARCHIVE-LOCATION-EXIT.
003570     EXIT.
003580 
003590*****************************************************************
003600*  3100-JOURNAL-DELETE - WRITE THE PURGE TO THE LOCRJNL         *
003610*                    RECOVERY JOURNAL AS A DELETE, WITH THE     *
003620*                    IMAGE SAVED JUST BEFORE THE DELETE.  THE   *
003630*                    KEY SEQUENCE IS BUMPED ON A DUPLICATE KEY  *
003640*                    THE WAY LOCAPPLY WRITES ITS SUSPENSE FILE  *
003650*****************************************************************
003660 3100-JOURNAL-DELETE.
003670     ACCEPT LOC-RJNL-DATE FROM DATE YYYYMMDD.
003680     ACCEPT LOC-RJNL-TIME FROM TIME.
003690     MOVE LOC-RJNL-DATE TO RJN-DATE.
003700     MOVE LOC-RJNL-TIME (1:6) TO RJN-TIME.
003710     MOVE 1 TO RJN-SEQ.
003720     MOVE 'LOCPURGE' TO RJN-PROGRAM.
003730     MOVE SPACES TO RJN-OPERATOR.
003740     MOVE 'D' TO RJN-ACTION.
003750     MOVE LOC-BEFORE-IMAGE TO RJN-BEFORE-IMAGE.
003760     MOVE SPACES TO RJN-AFTER-IMAGE.
003770     MOVE 'N' TO LOC-RJNL-DONE-SWITCH.
003780     PERFORM 3110-WRITE-JOURNAL
003790         THRU 3110-WRITE-JOURNAL-EXIT
003800         UNTIL LOC-RJNL-DONE.
003810 3100-JOURNAL-DELETE-EXIT.
003820     EXIT.
003830 
003840 3110-WRITE-JOURNAL.
003850     WRITE LOC-RJNL-RECORD
003860         INVALID KEY
003870             IF LOC-RJNL-DUP-KEY AND RJN-SEQ < 9999
003880                 ADD 1 TO RJN-SEQ
003890             ELSE
003900                 DISPLAY 'LOC0913E LOCPURGE - RECOVERY JOURNAL '
003910                         'WRITE FAILED FOR ' PUR-DTL-CODE
003920                         ', STATUS ' LOC-RJNL-STATUS
003930                         UPON CONSOLE
003940                 SET LOC-RJNL-DONE TO TRUE
003950             END-IF
003960         NOT INVALID KEY
003970             SET LOC-RJNL-DONE TO TRUE
003980     END-WRITE.
003990 3110-WRITE-JOURNAL-EXIT.
004000     EXIT.
004010 
004020*****************************************************************
004030*  7000-WRITE-TOTALS - REGISTER TOTALS                          *
004040*****************************************************************
004050 7000-WRITE-TOTALS.
004060     IF LOC-PURGED-COUNT = ZERO
004070         MOVE SPACES TO LOC-PURGE-RECORD
004080         STRING 'NO LOCATION IS PAST THE RETENTION PERIOD'
004090             DELIMITED BY SIZE INTO LOC-PURGE-RECORD
004100         WRITE LOC-PURGE-RECORD
004110     END-IF.
004120     MOVE SPACES TO LOC-PURGE-RECORD.
004130     WRITE LOC-PURGE-RECORD.
004140     MOVE LOC-EXAMINED-COUNT TO PUR-TOT-EXAMINED.
004150     WRITE LOC-PURGE-RECORD FROM LOC-PUR-TOTAL-1.
004160     MOVE LOC-PURGED-COUNT TO PUR-TOT-PURGED.
004170     WRITE LOC-PURGE-RECORD FROM LOC-PUR-TOTAL-2.
004180 7000-WRITE-TOTALS-EXIT.
004190     EXIT.
004200 
004210*****************************************************************
004220*  8000-TERMINATE - CLOSE THE FILES                             *
004230*****************************************************************
004240 8000-TERMINATE.
004250     CLOSE ITEM-MASTER
004260           LOC-ARCH-FILE
004270           LOC-RJNL-FILE
004280           LOC-PURGE-FILE.
004290     IF RETURN-CODE = ZERO
004300         DISPLAY 'LOC0081I LOCPURGE - NORMAL COMPLETION, '
004310                 LOC-PURGED-COUNT ' OF '
004320                 LOC-EXAMINED-COUNT ' LOCATIONS PURGED'
004330                 UPON CONSOLE
004340     ELSE
004350         DISPLAY 'LOC0082E LOCPURGE - ABENDING, RETURN CODE '
004360                 RETURN-CODE UPON CONSOLE
004370     END-IF.
004380 8000-TERMINATE-EXIT.
004390     EXIT.
004400     STOP RUN.
