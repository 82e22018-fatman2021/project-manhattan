000200*  IDCAMS REPRO AND SO ARRIVE IN ASCENDING LOCATION CODE        *
000210*  SEQUENCE.                                                    *
000220*                                                                *
000230*  A LOCATION RENAMED OVERNIGHT (LOCAPPLY ACTION 'R' OR LOCMAINT*
000240*  OPTION 7) WOULD OTHERWISE SHOW AS A DELETE OF THE OLD CODE   *
000250*  AND AN UNRELATED ADD OF THE NEW ONE.  THE RENAMES OF THE     *
000260*  LAST SEVEN DAYS ARE READ FROM THE LOCRJNL RECOVERY JOURNAL   *
000270*  AND A SILENT FIRST PASS OVER THE SNAPSHOTS MARKS EVERY       *
000280*  RENAME WHOSE OLD CODE WENT AND WHOSE NEW CODE CAME; THE      *
000290*  REPORTING PASS THEN PRINTS EACH OF THOSE ONCE, UNDER THE OLD *
000300*  CODE, AS 'RENAMED TO' THE NEW CODE.  A CODE RENAMED TWICE IN *
000310*  ONE NIGHT (A TO B TO C) STILL SHOWS AS A DELETE AND AN ADD.  *
000320*                                                                *
000330*  MOD HISTORY                                                  *
000340*  ---------- --- --------------------------------------------- *
000350*  2026-08-22 RSM  ORIGINAL                                      *
000360*  2026-09-03 RSM  MULTI-WAREHOUSE - THE MATCH RUNS ON THE       *
000370*                  WAREHOUSE + CODE KEY, EVERY DETAIL LINE      *
000380*                  SHOWS THE WAREHOUSE AND A SUBTOTAL LINE IS   *
000390*                  PRINTED AS EACH WAREHOUSE'S CHANGES END      *
000400*  2026-10-15 RSM  RENAMED LOCATIONS ARE PAIRED UP FROM THE     *
000410*                  LOCRJNL JOURNAL AND REPORTED AS ONE RENAME,  *
000420*                  OLD CODE TO NEW, INSTEAD OF A DELETE AND AN  *
000430*                  ADD; RENAMES COUNTED ON THE WAREHOUSE        *
000440*                  SUBTOTAL AND THE TOTALS                      *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 SPECIAL-NAMES.
000510     C01 IS LOC-TOP-OF-PAGE.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT LOC-OLD-FILE     ASSIGN TO SNAPOLD
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS LOC-OLD-STATUS.
000570 
000580     SELECT LOC-NEW-FILE     ASSIGN TO SNAPNEW
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS LOC-NEW-STATUS.
000610 
000620     SELECT LOC-DELTA-FILE   ASSIGN TO LOCDLTA
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS LOC-DELTA-STATUS.
000650 
000660     SELECT LOC-RJNL-FILE    ASSIGN TO LOCRJNL
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS DYNAMIC
000690            RECORD KEY IS RJN-KEY
000700            FILE STATUS IS LOC-RJNL-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  LOC-OLD-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 52 CHARACTERS.
000760     COPY LOCREC
000770         REPLACING ==:LOC-LVL:==    BY ==01==
000780                   ==:LOC-NAME:==   BY ==LOC-OLD-RECORD==
000790                   ==:LOC-SUBLVL:== BY ==05==
000800                   ==:LOC-OCCURS:== BY ==      ==.
000810 
000820 FD  LOC-NEW-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 52 CHARACTERS.
000850     COPY LOCREC
000860         REPLACING ==:LOC-LVL:==    BY ==01==
000870                   ==:LOC-NAME:==   BY ==LOC-NEW-RECORD==
000880                   ==:LOC-SUBLVL:== BY ==05==
000890                   ==:LOC-OCCURS:== BY ==      ==.
000900 
000910 FD  LOC-DELTA-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  LOC-DELTA-RECORD                PIC X(132).
000950 
000960 FD  LOC-RJNL-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 140 CHARACTERS.
000990     COPY LOCRJN.
001000 
001010 WORKING-STORAGE SECTION.
001020 01  LOC-OLD-STATUS                  PIC X(02).
001030     88  LOC-OLD-OK                      VALUE '00'.
001040 01  LOC-NEW-STATUS                  PIC X(02).
001050     88  LOC-NEW-OK                      VALUE '00'.
001060 01  LOC-DELTA-STATUS                PIC X(02).
001070     88  LOC-DELTA-OK                    VALUE '00'.
001080 01  LOC-RJNL-STATUS                 PIC X(02).
001090     88  LOC-RJNL-OK                     VALUE '00'.
001100 
001110 01  LOC-OLD-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001120     88  LOC-OLD-EOF                     VALUE 'Y'.
001130 01  LOC-NEW-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001140     88  LOC-NEW-EOF                     VALUE 'Y'.
001150 01  LOC-RJNL-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001160     88  LOC-RJNL-EOF                    VALUE 'Y'.
001170 
001180 01  LOC-OLD-KEY                     PIC X(12)  VALUE SPACES.
001190 01  LOC-NEW-KEY                     PIC X(12)  VALUE SPACES.
001200 01  LOC-CUR-WHSE                    PIC X(02)  VALUE SPACES.
001210 01  LOC-DETAIL-WHSE                 PIC X(02)  VALUE SPACES.
001220 
001230 01  LOC-ADDED-COUNT                 PIC 9(06)  COMP VALUE ZERO.
001240 01  LOC-DELETED-COUNT               PIC 9(06)  COMP VALUE ZERO.
001250 01  LOC-FLIPPED-COUNT               PIC 9(06)  COMP VALUE ZERO.
001260 01  LOC-RENAMED-COUNT               PIC 9(06)  COMP VALUE ZERO.
001270 01  LOC-WH-ADDED-COUNT              PIC 9(06)  COMP VALUE ZERO.
001280 01  LOC-WH-DELETED-COUNT            PIC 9(06)  COMP VALUE ZERO.
001290 01  LOC-WH-FLIPPED-COUNT            PIC 9(06)  COMP VALUE ZERO.
001300 01  LOC-WH-RENAMED-COUNT            PIC 9(06)  COMP VALUE ZERO.
001310 01  LOC-CHANGE-TEXT                 PIC X(30)  VALUE SPACES.
001320 
001330 01  LOC-CURRENT-DATE.
001340     05  LOC-CUR-YYYY                PIC 9(04).
001350     05  LOC-CUR-MM                  PIC 9(02).
001360     05  LOC-CUR-DD                  PIC 9(02).
001370 01  LOC-CURRENT-DATE-N REDEFINES LOC-CURRENT-DATE
001380                                     PIC 9(08).
001390 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
001400 01  LOC-DAY-NUMBER                  PIC 9(08)  COMP.
001410 01  LOC-DATE-WORK                   PIC 9(08).
001420 
001430*****************************************************************
001440*  RENAMES FROM THE JOURNAL - OLD AND NEW WAREHOUSE + CODE KEY, *
001450*  IN THE ORDER THEY HAPPENED.  THE FIRST PASS SETS RN-OLD-GONE *
001460*  WHEN THE OLD KEY DROPPED OUT OVERNIGHT AND RN-NEW-SEEN WHEN  *
001470*  THE NEW KEY APPEARED; ONLY A PAIR WITH BOTH SET IS REPORTED  *
001480*  AS A RENAME.  A KEY RENAMED MORE THAN ONCE IN THE WINDOW IS  *
001490*  MATCHED TO ITS LATEST RENAME                                 *
001500*****************************************************************
001510 01  LOC-RENAME-DAYS                 PIC 9(04) COMP  VALUE 7.
001520 01  LOC-MAX-RENAMES                 PIC 9(04) COMP  VALUE 500.
001530 01  LOC-RENAME-TABLE.
001540     05  LOC-RN-COUNT                PIC 9(04) COMP  VALUE ZERO.
001550     05  LOC-RN-ENTRY                OCCURS 0 TO 500 TIMES
001560                                     DEPENDING ON LOC-RN-COUNT.
001570         10  RN-OLD-KEY              PIC X(12).
001580         10  RN-NEW-KEY              PIC X(12).
001590         10  RN-OLD-GONE             PIC X(01).
001600         10  RN-NEW-SEEN             PIC X(01).
001610 01  LOC-RN-SUB                      PIC S9(04) COMP.
001620 01  LOC-RN-FOUND                    PIC S9(04) COMP.
001630 01  LOC-PAGE-NUMBER                 PIC 9(04)  COMP VALUE ZERO.
001640 01  LOC-LINE-COUNT                  PIC 9(04)  COMP VALUE 99.
001650 01  LOC-LINES-PER-PAGE              PIC 9(04)  COMP VALUE 20.
001660 
001670 01  LOC-DELTA-HDG-1.
001680     05  FILLER                      PIC X(20)  VALUE SPACES.
001690     05  FILLER                      PIC X(37)
001700         VALUE 'OVERNIGHT LOCATION CHANGE REPORT'.
001710     05  FILLER                      PIC X(10)  VALUE SPACES.
001720     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
001730     05  LOC-DELTA-HDG-PAGE          PIC ZZZ9.
001740 01  LOC-DELTA-HDG-2.
001750     05  FILLER                   PIC X(16)  VALUE 'RUN DATE : '.
001760     05  LOC-DELTA-HDG-DATE          PIC X(10).
001770 01  LOC-DELTA-HDG-3.
001780     05  FILLER                      PIC X(06)  VALUE 'WHSE'.
001790     05  FILLER                      PIC X(12)  VALUE 'LOCATION'.
001800     05  FILLER                      PIC X(30)  VALUE 'CHANGE'.
001810 
001820 01  LOC-DELTA-DETAIL-LINE.
001830     05  FILLER                      PIC X(02)  VALUE SPACES.
001840     05  LOC-DELTA-DET-WHSE          PIC X(02).
001850     05  FILLER                      PIC X(02)  VALUE SPACES.
001860     05  LOC-DELTA-DET-CODE          PIC X(10).
001870     05  FILLER                      PIC X(02)  VALUE SPACES.
001880     05  LOC-DELTA-DET-CHANGE        PIC X(30).
001890 
001900 01  LOC-DELTA-WHSE-LINE.
001910     05  FILLER                      PIC X(02)  VALUE SPACES.
001920     05  FILLER                      PIC X(10)
001930         VALUE 'WAREHOUSE '.
001940     05  DELTA-WH-ID                 PIC X(02).
001950     05  FILLER                      PIC X(03)  VALUE ' - '.
001960     05  DELTA-WH-ADDED              PIC ZZZ9.
001970     05  FILLER                      PIC X(08)  VALUE ' ADDED, '.
001980     05  DELTA-WH-DELETED            PIC ZZZ9.
001990     05  FILLER                      PIC X(10)
002000         VALUE ' DELETED, '.
002010     05  DELTA-WH-RENAMED            PIC ZZZ9.
002020     05  FILLER                      PIC X(10)
002030         VALUE ' RENAMED, '.
002040     05  DELTA-WH-FLIPPED            PIC ZZZ9.
002050     05  FILLER                      PIC X(13)
002060         VALUE ' STATUS FLIPS'.
002070 
002080 01  LOC-DELTA-TOTAL-1.
002090     05  FILLER                      PIC X(02)  VALUE SPACES.
002100     05  FILLER                      PIC X(23)
002110         VALUE 'LOCATIONS ADDED ..... '.
002120     05  LOC-DELTA-TOT-ADDED         PIC ZZZ,ZZ9.
002130 01  LOC-DELTA-TOTAL-2.
002140     05  FILLER                      PIC X(02)  VALUE SPACES.
002150     05  FILLER                      PIC X(23)
002160         VALUE 'LOCATIONS DELETED ... '.
002170     05  LOC-DELTA-TOT-DELETED       PIC ZZZ,ZZ9.
002180 01  LOC-DELTA-TOTAL-3.
002190     05  FILLER                      PIC X(02)  VALUE SPACES.
002200     05  FILLER                      PIC X(23)
002210         VALUE 'STATUS FLIPS ........ '.
002220     05  LOC-DELTA-TOT-FLIPPED       PIC ZZZ,ZZ9.
002230 01  LOC-DELTA-TOTAL-4.
002240     05  FILLER                      PIC X(02)  VALUE SPACES.
002250     05  FILLER                      PIC X(23)
002260         VALUE 'LOCATIONS RENAMED ... '.
002270     05  LOC-DELTA-TOT-RENAMED       PIC ZZZ,ZZ9.
002280 
002290 PROCEDURE DIVISION.
002300*****************************************************************
002310*  0000-MAINLINE                                                *
002320*****************************************************************
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE
002350         THRU 1000-INITIALIZE-EXIT.
002360     PERFORM 2000-COMPARE-SNAPSHOTS
002370         THRU 2000-COMPARE-SNAPSHOTS-EXIT.
002380     PERFORM 8000-TERMINATE
002390         THRU 8000-TERMINATE-EXIT.
002400 
002410*****************************************************************
002420*  1000-INITIALIZE - OPEN FILES AND GET THE RUN DATE            *
002430*****************************************************************
002440 1000-INITIALIZE.
002450     OPEN INPUT LOC-OLD-FILE.
002460     IF NOT LOC-OLD-OK
002470         DISPLAY 'LOC0901E LOCDELTA - SNAPOLD OPEN FAILED, '
002480                 LOC-OLD-STATUS UPON CONSOLE
002490         MOVE 16 TO RETURN-CODE
002500         GO TO 8000-TERMINATE
002510     END-IF.
002520 
002530     OPEN INPUT LOC-NEW-FILE.
002540     IF NOT LOC-NEW-OK
002550         DISPLAY 'LOC0902E LOCDELTA - SNAPNEW OPEN FAILED, '
002560                 LOC-NEW-STATUS UPON CONSOLE
002570         MOVE 16 TO RETURN-CODE
002580         GO TO 8000-TERMINATE
002590     END-IF.
002600 
002610     OPEN OUTPUT LOC-DELTA-FILE.
002620     IF NOT LOC-DELTA-OK
002630         DISPLAY 'LOC0903E LOCDELTA - LOCDLTA OPEN FAILED, '
002640                 LOC-DELTA-STATUS UPON CONSOLE
002650         MOVE 16 TO RETURN-CODE
002660         GO TO 8000-TERMINATE
002670     END-IF.
002680 
002690     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
002700     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
002710         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
002720 
002730     PERFORM 1500-LOAD-RENAMES
002740         THRU 1500-LOAD-RENAMES-EXIT.
002750     IF LOC-RN-COUNT > ZERO
002760         PERFORM 1600-MARK-RENAMES
002770             THRU 1600-MARK-RENAMES-EXIT
002780     END-IF.
002790 
002800     PERFORM 2100-READ-OLD
002810         THRU 2100-READ-OLD-EXIT.
002820     PERFORM 2200-READ-NEW
002830         THRU 2200-READ-NEW-EXIT.
002840 1000-INITIALIZE-EXIT.
002850     EXIT.
002860 
002870*****************************************************************
002880*  1500-LOAD-RENAMES - TABLE EVERY RENAME JOURNALED IN THE LAST *
002890*                    LOC-RENAME-DAYS DAYS.  NO JOURNAL YET (A   *
002900*                    NEW INSTALLATION) MEANS NO RENAMES         *
002910*****************************************************************
002920 1500-LOAD-RENAMES.
002930     OPEN INPUT LOC-RJNL-FILE.
002940     IF LOC-RJNL-STATUS = '35'
002950         GO TO 1500-LOAD-RENAMES-EXIT
002960     END-IF.
002970     IF NOT LOC-RJNL-OK
002980         DISPLAY 'LOC0904E LOCDELTA - LOCRJNL OPEN FAILED, '
002990                 LOC-RJNL-STATUS UPON CONSOLE
003000         MOVE 16 TO RETURN-CODE
003010         GO TO 8000-TERMINATE
003020     END-IF.
003030     COMPUTE LOC-DAY-NUMBER =
003040         FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N)
003050         - LOC-RENAME-DAYS.
003060     MOVE FUNCTION DATE-OF-INTEGER (LOC-DAY-NUMBER)
003070         TO LOC-DATE-WORK.
003080     MOVE LOC-DATE-WORK TO RJN-DATE.
003090     MOVE ZEROES TO RJN-TIME.
003100     MOVE ZERO TO RJN-SEQ.
003110     START LOC-RJNL-FILE
003120         KEY NOT LESS THAN RJN-KEY
003130         INVALID KEY
003140             SET LOC-RJNL-EOF TO TRUE
003150     END-START.
003160     PERFORM 1510-LOAD-ONE-RENAME
003170         THRU 1510-LOAD-ONE-RENAME-EXIT
003180         UNTIL LOC-RJNL-EOF.
003190     CLOSE LOC-RJNL-FILE.
003200 1500-LOAD-RENAMES-EXIT.
003210     EXIT.
003220 
003230 1510-LOAD-ONE-RENAME.
003240     READ LOC-RJNL-FILE NEXT RECORD
003250         AT END
003260             SET LOC-RJNL-EOF TO TRUE
003270             GO TO 1510-LOAD-ONE-RENAME-EXIT
003280     END-READ.
003290     IF NOT RJN-ACTION-RENAME
003300         GO TO 1510-LOAD-ONE-RENAME-EXIT
003310     END-IF.
003320     IF LOC-RN-COUNT >= LOC-MAX-RENAMES
003330         DISPLAY 'LOC0999E LOCDELTA - RENAME TABLE OVERFLOW, '
003340                 'LIMIT IS ' LOC-MAX-RENAMES UPON CONSOLE
003350         MOVE 900 TO RETURN-CODE
003360         GO TO 8000-TERMINATE
003370     END-IF.
003380     ADD 1 TO LOC-RN-COUNT.
003390     MOVE RJN-BEFORE-IMAGE (1:12) TO RN-OLD-KEY (LOC-RN-COUNT).
003400     MOVE RJN-AFTER-IMAGE (1:12) TO RN-NEW-KEY (LOC-RN-COUNT).
003410     MOVE 'N' TO RN-OLD-GONE (LOC-RN-COUNT)
003420                 RN-NEW-SEEN (LOC-RN-COUNT).
003430 1510-LOAD-ONE-RENAME-EXIT.
003440     EXIT.
003450 
003460*****************************************************************
003470*  1600-MARK-RENAMES - SILENT FIRST PASS OF THE SAME MATCH-     *
003480*                    MERGE, MARKING WHICH RENAMES TOOK EFFECT   *
003490*                    BETWEEN THE TWO SNAPSHOTS, THEN BOTH       *
003500*                    SNAPSHOTS ARE REOPENED FOR THE REPORT PASS *
003510*****************************************************************
003520 1600-MARK-RENAMES.
003530     PERFORM 2100-READ-OLD
003540         THRU 2100-READ-OLD-EXIT.
003550     PERFORM 2200-READ-NEW
003560         THRU 2200-READ-NEW-EXIT.
003570     PERFORM 2700-MARK-KEYS
003580         THRU 2700-MARK-KEYS-EXIT
003590         UNTIL LOC-OLD-EOF AND LOC-NEW-EOF.
003600     CLOSE LOC-OLD-FILE
003610           LOC-NEW-FILE.
003620     MOVE 'N' TO LOC-OLD-EOF-SWITCH
003630                 LOC-NEW-EOF-SWITCH.
003640     OPEN INPUT LOC-OLD-FILE.
003650     IF NOT LOC-OLD-OK
003660         DISPLAY 'LOC0901E LOCDELTA - SNAPOLD OPEN FAILED, '
003670                 LOC-OLD-STATUS UPON CONSOLE
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 8000-TERMINATE
003700     END-IF.
003710     OPEN INPUT LOC-NEW-FILE.
003720     IF NOT LOC-NEW-OK
003730         DISPLAY 'LOC0902E LOCDELTA - SNAPNEW OPEN FAILED, '
003740                 LOC-NEW-STATUS UPON CONSOLE
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 8000-TERMINATE
003770     END-IF.
003780 1600-MARK-RENAMES-EXIT.
003790     EXIT.
003800 
003810*****************************************************************
003820*  2000-COMPARE-SNAPSHOTS - MATCH-MERGE THE TWO KEY-SEQUENCED   *
003830*                      SNAPSHOTS AND REPORT EVERY DIFFERENCE    *
003840*****************************************************************
003850 2000-COMPARE-SNAPSHOTS.
003860     PERFORM 2300-COMPARE-KEYS
003870         THRU 2300-COMPARE-KEYS-EXIT
003880         UNTIL LOC-OLD-EOF AND LOC-NEW-EOF.
003890 2000-COMPARE-SNAPSHOTS-EXIT.
003900     EXIT.
003910 
003920 2100-READ-OLD.
003930     READ LOC-OLD-FILE
003940         AT END
003950             SET LOC-OLD-EOF TO TRUE
003960             MOVE HIGH-VALUES TO LOC-OLD-KEY
003970     END-READ.
003980     IF NOT LOC-OLD-EOF
003990         MOVE LOC-KEY OF LOC-OLD-RECORD TO LOC-OLD-KEY
004000     END-IF.
004010 2100-READ-OLD-EXIT.
004020     EXIT.
004030 
004040 2200-READ-NEW.
004050     READ LOC-NEW-FILE
004060         AT END
004070             SET LOC-NEW-EOF TO TRUE
004080             MOVE HIGH-VALUES TO LOC-NEW-KEY
004090     END-READ.
004100     IF NOT LOC-NEW-EOF
004110         MOVE LOC-KEY OF LOC-NEW-RECORD TO LOC-NEW-KEY
004120     END-IF.
004130 2200-READ-NEW-EXIT.
004140     EXIT.
004150 
004160 2300-COMPARE-KEYS.
004170     EVALUATE TRUE
004180         WHEN LOC-OLD-KEY = LOC-NEW-KEY
004190             IF LOC-STATUS OF LOC-OLD-RECORD
004200                     NOT = LOC-STATUS OF LOC-NEW-RECORD
004210                 ADD 1 TO LOC-FLIPPED-COUNT
004220                 MOVE SPACES TO LOC-CHANGE-TEXT
004230                 STRING 'STATUS '
004240                        LOC-STATUS OF LOC-OLD-RECORD
004250                        ' CHANGED TO '
004260                        LOC-STATUS OF LOC-NEW-RECORD
004270                     DELIMITED BY SIZE INTO LOC-CHANGE-TEXT
004280                 PERFORM 2400-WRITE-CHANGE
004290                     THRU 2400-WRITE-CHANGE-EXIT
004300             END-IF
004310             PERFORM 2100-READ-OLD
004320                 THRU 2100-READ-OLD-EXIT
004330             PERFORM 2200-READ-NEW
004340                 THRU 2200-READ-NEW-EXIT
004350         WHEN LOC-OLD-KEY < LOC-NEW-KEY
004360             PERFORM 2760-FIND-OLD-KEY
004370                 THRU 2760-FIND-OLD-KEY-EXIT
004380             PERFORM 2780-CHECK-PAIR-COMPLETE
004390                 THRU 2780-CHECK-PAIR-COMPLETE-EXIT
004400             IF LOC-RN-FOUND > ZERO
004410                 ADD 1 TO LOC-RENAMED-COUNT
004420                 MOVE SPACES TO LOC-CHANGE-TEXT
004430                 STRING 'RENAMED TO '
004440                        RN-NEW-KEY (LOC-RN-FOUND) (3:10)
004450                     DELIMITED BY SIZE INTO LOC-CHANGE-TEXT
004460             ELSE
004470                 ADD 1 TO LOC-DELETED-COUNT
004480                 MOVE 'DELETED' TO LOC-CHANGE-TEXT
004490             END-IF
004500             PERFORM 2400-WRITE-CHANGE
004510                 THRU 2400-WRITE-CHANGE-EXIT
004520             PERFORM 2100-READ-OLD
004530                 THRU 2100-READ-OLD-EXIT
004540         WHEN OTHER
004550             PERFORM 2770-FIND-NEW-KEY
004560                 THRU 2770-FIND-NEW-KEY-EXIT
004570             PERFORM 2780-CHECK-PAIR-COMPLETE
004580                 THRU 2780-CHECK-PAIR-COMPLETE-EXIT
004590             IF LOC-RN-FOUND = ZERO
004600                 ADD 1 TO LOC-ADDED-COUNT
004610                 MOVE 'ADDED' TO LOC-CHANGE-TEXT
004620                 PERFORM 2400-WRITE-CHANGE
004630                     THRU 2400-WRITE-CHANGE-EXIT
004640             END-IF
004650             PERFORM 2200-READ-NEW
004660                 THRU 2200-READ-NEW-EXIT
004670     END-EVALUATE.
004680 2300-COMPARE-KEYS-EXIT.
004690     EXIT.
004700 
004710*****************************************************************
004720*  2400-WRITE-CHANGE - WRITE ONE DETAIL LINE ON THE CHANGE      *
004730*                      REPORT                                   *
004740*****************************************************************
004750 2400-WRITE-CHANGE.
004760     IF LOC-LINE-COUNT >= LOC-LINES-PER-PAGE
004770         PERFORM 2500-WRITE-PAGE-HEADINGS
004780             THRU 2500-WRITE-PAGE-HEADINGS-EXIT
004790     END-IF.
004800     IF LOC-OLD-KEY < LOC-NEW-KEY
004810         MOVE LOC-OLD-KEY (1:2) TO LOC-DETAIL-WHSE
004820         MOVE LOC-OLD-KEY (3:10) TO LOC-DELTA-DET-CODE
004830     ELSE
004840         MOVE LOC-NEW-KEY (1:2) TO LOC-DETAIL-WHSE
004850         MOVE LOC-NEW-KEY (3:10) TO LOC-DELTA-DET-CODE
004860     END-IF.
004870     IF LOC-DETAIL-WHSE NOT = LOC-CUR-WHSE
004880         PERFORM 2450-FLUSH-WHSE-SUBTOTAL
004890             THRU 2450-FLUSH-WHSE-SUBTOTAL-EXIT
004900         MOVE LOC-DETAIL-WHSE TO LOC-CUR-WHSE
004910     END-IF.
004920     EVALUATE TRUE
004930         WHEN LOC-CHANGE-TEXT = 'ADDED'
004940             ADD 1 TO LOC-WH-ADDED-COUNT
004950         WHEN LOC-CHANGE-TEXT = 'DELETED'
004960             ADD 1 TO LOC-WH-DELETED-COUNT
004970         WHEN LOC-CHANGE-TEXT (1:11) = 'RENAMED TO '
004980             ADD 1 TO LOC-WH-RENAMED-COUNT
004990         WHEN OTHER
005000             ADD 1 TO LOC-WH-FLIPPED-COUNT
005010     END-EVALUATE.
005020     MOVE LOC-DETAIL-WHSE TO LOC-DELTA-DET-WHSE.
005030     MOVE LOC-CHANGE-TEXT TO LOC-DELTA-DET-CHANGE.
005040     WRITE LOC-DELTA-RECORD FROM LOC-DELTA-DETAIL-LINE
005050         AFTER ADVANCING 1 LINE.
005060     ADD 1 TO LOC-LINE-COUNT.
005070 2400-WRITE-CHANGE-EXIT.
005080     EXIT.
005090 
005100*****************************************************************
005110*  2450-FLUSH-WHSE-SUBTOTAL - THE CHANGES RUN IN WAREHOUSE      *
005120*                    ORDER (THE WAREHOUSE LEADS THE KEY), SO    *
005130*                    WHEN THE WAREHOUSE OF THE LINE BEING       *
005140*                    WRITTEN CHANGES, THE PRIOR WAREHOUSE'S     *
005150*                    SUBTOTAL LINE GOES OUT AND ITS COUNTERS    *
005160*                    RESET                                      *
005170*****************************************************************
005180 2450-FLUSH-WHSE-SUBTOTAL.
005190     IF LOC-CUR-WHSE = SPACES
005200         GO TO 2450-FLUSH-WHSE-SUBTOTAL-EXIT
005210     END-IF.
005220     MOVE LOC-CUR-WHSE TO DELTA-WH-ID.
005230     MOVE LOC-WH-ADDED-COUNT TO DELTA-WH-ADDED.
005240     MOVE LOC-WH-DELETED-COUNT TO DELTA-WH-DELETED.
005250     MOVE LOC-WH-RENAMED-COUNT TO DELTA-WH-RENAMED.
005260     MOVE LOC-WH-FLIPPED-COUNT TO DELTA-WH-FLIPPED.
005270     WRITE LOC-DELTA-RECORD FROM LOC-DELTA-WHSE-LINE
005280         AFTER ADVANCING 1 LINE.
005290     ADD 1 TO LOC-LINE-COUNT.
005300     MOVE ZERO TO LOC-WH-ADDED-COUNT
005310                  LOC-WH-DELETED-COUNT
005320                  LOC-WH-RENAMED-COUNT
005330                  LOC-WH-FLIPPED-COUNT.
005340 2450-FLUSH-WHSE-SUBTOTAL-EXIT.
005350     EXIT.
005360 
005370*****************************************************************
005380*  2500-WRITE-PAGE-HEADINGS                                     *
005390*****************************************************************
005400 2500-WRITE-PAGE-HEADINGS.
005410     ADD 1 TO LOC-PAGE-NUMBER.
005420     MOVE LOC-PAGE-NUMBER TO LOC-DELTA-HDG-PAGE.
005430     MOVE LOC-REPORT-DATE TO LOC-DELTA-HDG-DATE.
005440     IF LOC-PAGE-NUMBER = 1
005450         WRITE LOC-DELTA-RECORD FROM LOC-DELTA-HDG-1
005460             AFTER ADVANCING 1 LINE
005470     ELSE
005480         WRITE LOC-DELTA-RECORD FROM LOC-DELTA-HDG-1
005490             AFTER ADVANCING LOC-TOP-OF-PAGE
005500     END-IF.
005510     WRITE LOC-DELTA-RECORD FROM LOC-DELTA-HDG-2
005520         AFTER ADVANCING 1 LINE.
005530     WRITE LOC-DELTA-RECORD FROM LOC-DELTA-HDG-3
005540         AFTER ADVANCING 2 LINES.
005550     MOVE 3 TO LOC-LINE-COUNT.
005560 2500-WRITE-PAGE-HEADINGS-EXIT.
005570     EXIT.
005580 
005590*****************************************************************
005600*  2700-MARK-KEYS - FIRST-PASS MATCH OF ONE KEY.  A KEY ONLY ON *
005610*                    THE OLD SNAPSHOT MARKS ITS LATEST RENAME   *
005620*                    AS GONE; A KEY ONLY ON THE NEW SNAPSHOT    *
005630*                    MARKS ITS LATEST RENAME AS SEEN            *
005640*****************************************************************
005650 2700-MARK-KEYS.
005660     EVALUATE TRUE
005670         WHEN LOC-OLD-KEY = LOC-NEW-KEY
005680             PERFORM 2100-READ-OLD
005690                 THRU 2100-READ-OLD-EXIT
005700             PERFORM 2200-READ-NEW
005710                 THRU 2200-READ-NEW-EXIT
005720         WHEN LOC-OLD-KEY < LOC-NEW-KEY
005730             PERFORM 2760-FIND-OLD-KEY
005740                 THRU 2760-FIND-OLD-KEY-EXIT
005750             IF LOC-RN-FOUND > ZERO
005760                 MOVE 'Y' TO RN-OLD-GONE (LOC-RN-FOUND)
005770             END-IF
005780             PERFORM 2100-READ-OLD
005790                 THRU 2100-READ-OLD-EXIT
005800         WHEN OTHER
005810             PERFORM 2770-FIND-NEW-KEY
005820                 THRU 2770-FIND-NEW-KEY-EXIT
005830             IF LOC-RN-FOUND > ZERO
005840                 MOVE 'Y' TO RN-NEW-SEEN (LOC-RN-FOUND)
005850             END-IF
005860             PERFORM 2200-READ-NEW
005870                 THRU 2200-READ-NEW-EXIT
005880     END-EVALUATE.
005890 2700-MARK-KEYS-EXIT.
005900     EXIT.
005910 
005920*****************************************************************
005930*  2760-FIND-OLD-KEY / 2770-FIND-NEW-KEY - SEARCH THE RENAME    *
005940*                    TABLE BACKWARDS FOR THE LATEST RENAME FROM *
005950*                    (2760) OR TO (2770) THE CURRENT KEY.       *
005960*                    LOC-RN-FOUND IS ITS ENTRY, OR ZERO         *
005970*****************************************************************
005980 2760-FIND-OLD-KEY.
005990     PERFORM 2790-SEARCH-STEP
006000         THRU 2790-SEARCH-STEP-EXIT
006010         VARYING LOC-RN-SUB FROM LOC-RN-COUNT BY -1
006020         UNTIL LOC-RN-SUB < 1
006030            OR RN-OLD-KEY (LOC-RN-SUB) = LOC-OLD-KEY.
006040     MOVE LOC-RN-SUB TO LOC-RN-FOUND.
006050 2760-FIND-OLD-KEY-EXIT.
006060     EXIT.
006070 
006080 2770-FIND-NEW-KEY.
006090     PERFORM 2790-SEARCH-STEP
006100         THRU 2790-SEARCH-STEP-EXIT
006110         VARYING LOC-RN-SUB FROM LOC-RN-COUNT BY -1
006120         UNTIL LOC-RN-SUB < 1
006130            OR RN-NEW-KEY (LOC-RN-SUB) = LOC-NEW-KEY.
006140     MOVE LOC-RN-SUB TO LOC-RN-FOUND.
006150 2770-FIND-NEW-KEY-EXIT.
006160     EXIT.
006170 
006180*****************************************************************
006190*  2780-CHECK-PAIR-COMPLETE - REPORTING PASS ONLY.  THE ENTRY   *
006200*                    JUST FOUND COUNTS AS A RENAME ONLY WHEN    *
006210*                    THE FIRST PASS SAW BOTH HALVES OF IT;      *
006220*                    OTHERWISE LOC-RN-FOUND IS CLEARED          *
006230*****************************************************************
006240 2780-CHECK-PAIR-COMPLETE.
006250     IF LOC-RN-FOUND > ZERO
006260         IF RN-OLD-GONE (LOC-RN-FOUND) NOT = 'Y'
006270            OR RN-NEW-SEEN (LOC-RN-FOUND) NOT = 'Y'
006280             MOVE ZERO TO LOC-RN-FOUND
006290         END-IF
006300     END-IF.
006310 2780-CHECK-PAIR-COMPLETE-EXIT.
006320     EXIT.
006330 
006340 2790-SEARCH-STEP.
006350     CONTINUE.
006360 2790-SEARCH-STEP-EXIT.
006370     EXIT.
006380 
006390*****************************************************************
006400*  8000-TERMINATE - WRITE THE COUNTS AND CLOSE THE FILES        *
006410*****************************************************************
006420 8000-TERMINATE.
006430     IF LOC-DELTA-OK
006440         PERFORM 2450-FLUSH-WHSE-SUBTOTAL
006450             THRU 2450-FLUSH-WHSE-SUBTOTAL-EXIT
006460         IF LOC-PAGE-NUMBER = ZERO
006470             PERFORM 2500-WRITE-PAGE-HEADINGS
006480                 THRU 2500-WRITE-PAGE-HEADINGS-EXIT
006490             MOVE SPACES TO LOC-DELTA-DETAIL-LINE
006500             STRING 'NO LOCATIONS CHANGED OVERNIGHT'
006510                 DELIMITED BY SIZE INTO LOC-DELTA-DETAIL-LINE
006520             WRITE LOC-DELTA-RECORD FROM LOC-DELTA-DETAIL-LINE
006530                 AFTER ADVANCING 1 LINE
006540         END-IF
006550         MOVE LOC-ADDED-COUNT TO LOC-DELTA-TOT-ADDED
006560         WRITE LOC-DELTA-RECORD FROM LOC-DELTA-TOTAL-1
006570             AFTER ADVANCING 2 LINES
006580         MOVE LOC-DELETED-COUNT TO LOC-DELTA-TOT-DELETED
006590         WRITE LOC-DELTA-RECORD FROM LOC-DELTA-TOTAL-2
006600             AFTER ADVANCING 1 LINE
006610         MOVE LOC-FLIPPED-COUNT TO LOC-DELTA-TOT-FLIPPED
006620         WRITE LOC-DELTA-RECORD FROM LOC-DELTA-TOTAL-3
006630             AFTER ADVANCING 1 LINE
006640         MOVE LOC-RENAMED-COUNT TO LOC-DELTA-TOT-RENAMED
006650         WRITE LOC-DELTA-RECORD FROM LOC-DELTA-TOTAL-4
006660             AFTER ADVANCING 1 LINE
006670     END-IF.
006680     CLOSE LOC-OLD-FILE
006690           LOC-NEW-FILE
006700           LOC-DELTA-FILE.
006710     IF RETURN-CODE = ZERO
006720         DISPLAY 'LOC0051I LOCDELTA - NORMAL COMPLETION, '
006730                 LOC-ADDED-COUNT ' ADDED, '
006740                 LOC-DELETED-COUNT ' DELETED, '
006750                 LOC-RENAMED-COUNT ' RENAMED, '
006760                 LOC-FLIPPED-COUNT ' STATUS FLIPS' UPON CONSOLE
006770     ELSE
006780         DISPLAY 'LOC0052E LOCDELTA - ABENDING, RETURN CODE '
006790                 RETURN-CODE UPON CONSOLE
006800     END-IF.
006810 8000-TERMINATE-EXIT.
006820     EXIT.
006830     STOP RUN.
