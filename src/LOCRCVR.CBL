000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCRCVR.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCRCVR - ITEM-MASTER FORWARD RECOVERY                       *
000090*                                                               *
000100*  REBUILDS A LOST OR DAMAGED ITEM-MASTER FROM A CHOSEN         *
000110*  GENERATION OF THE PROD.LOCATION.SNAP SNAPSHOT GDG (TAKEN BY  *
000120*  LOCNITE STEP SNAP) PLUS THE LOCRJNL RECOVERY JOURNAL, WHICH  *
000130*  LOCAPPLY, LOCMAINT AND LOCPURGE WRITE FOR EVERY UPDATE THEY  *
000140*  MAKE (LOCRECON CORRECTIONS AND LOCSLOT MOVES REACH THE       *
000150*  MASTER THROUGH LOCAPPLY, SO THEY ARE ON IT TOO) -            *
000160*      - LOADS THE SNAPSHOT (SNAPIN) ONTO A NEW, EMPTY CLUSTER  *
000170*        (ITEMNEW), THE WAY LOCCONV LOADS ITS NEW FILE          *
000180*      - READS THE JOURNAL FROM THE 'FROM' STAMP ON THE PARM    *
000190*        AND REPLAYS EVERY ADD, CHANGE, DELETE AND RENAME IN    *
000200*        THE ORDER IT HAPPENED, UP TO AND INCLUDING THE 'TO'    *
000210*        STAMP                                                  *
000220*      - PRINTS THE LOCRCVRR RECONCILIATION - ONE LINE PER      *
000230*        JOURNAL ENTRY REPLAYED WITH ITS OUTCOME, COUNTS BY     *
000240*        UPDATING PROGRAM, AND THE RECORD COUNTS THAT TIE THE   *
000250*        SNAPSHOT TO THE REBUILT FILE                           *
000260*  SEE JCL/LOCRCVR.JCL.  THE NEW CLUSTER IS RENAMED INTO PLACE  *
000270*  BY HAND ONLY AFTER THIS PROGRAM ENDS WITH RC 0 OR 4 AND THE  *
000280*  RECONCILIATION HAS BEEN CHECKED.                             *
000290*                                                               *
000300*  EACH ENTRY IS REPLAYED BY FORCING ITS AFTER IMAGE (OR, FOR   *
000310*  A DELETE, REMOVING THE RECORD - A RENAME DOES BOTH, OLD CODE *
000320*  OFF AND AFTER IMAGE ON), SO THE REBUILT FILE ALWAYS          *
000330*  ENDS WITH THE LAST JOURNALED IMAGE OF EVERY LOCATION.  THE   *
000340*  OUTCOME SAYS WHAT WAS FOUND FIRST -                          *
000350*      APPLIED          - THE FILE MATCHED THE BEFORE IMAGE     *
000360*      ALREADY ON FILE  - THE FILE ALREADY HELD THE AFTER       *
000370*                         IMAGE (THE SNAPSHOT WAS TAKEN AFTER   *
000380*                         THIS UPDATE - NOTHING WRITTEN)        *
000390*      BEFORE IMAGE MISMATCH - NEITHER; THE AFTER IMAGE WAS     *
000400*                         FORCED ANYWAY AND THE RUN ENDS RC 4   *
000410*  A 'FROM' STAMP A LITTLE EARLY IS THEREFORE HARMLESS - THE    *
000420*  OVERLAP SHOWS AS ALREADY ON FILE (OR AS A MISMATCH FOR A     *
000430*  LOCATION UPDATED MORE THAN ONCE IN THE OVERLAP) AND THE      *
000440*  FILE STILL COMES OUT RIGHT.  A 'FROM' STAMP TOO LATE LOSES   *
000450*  UPDATES, SO WHEN IN DOUBT USE THE START OF THE SNAP STEP.    *
000460*                                                               *
000470*  RUN PARM (PASSED AS THE EXEC STATEMENT PARM= AND RECEIVED    *
000480*  VIA THE LINKAGE SECTION) -                                   *
000490*      FROM,TO - EACH YYYYMMDDHHMMSS, OR YYYYMMDD ALONE (FROM   *
000500*                THE START OF THAT DAY / TO THE END OF IT).     *
000510*                FROM IS REQUIRED; A BLANK TO REPLAYS TO THE    *
000520*                END OF THE JOURNAL                             *
000530*                                                               *
000540*  RETURN CODES -                                               *
000550*      0  REBUILT, EVERY ENTRY APPLIED OR ALREADY ON FILE       *
000560*      4  REBUILT, ONE OR MORE BEFORE IMAGE MISMATCHES - CHECK  *
000570*         THOSE LOCATIONS BEFORE RENAMING THE FILE INTO PLACE   *
000580*     16  BAD PARM, OR A FILE COULD NOT BE OPENED OR WRITTEN -  *
000590*         THE NEW FILE IS NOT USABLE                            *
000600*                                                               *
000610*  MOD HISTORY                                                  *
000620*  ---------- --- --------------------------------------------- *
000630*  2026-10-15 RSM  ORIGINAL                                     *
000640*  2026-10-15 RSM  RENAMES (RJN-ACTION 'N') ARE REPLAYED - THE  *
000650*                  OLD CODE COMES OFF AND THE AFTER IMAGE GOES  *
000660*                  ON UNDER THE NEW CODE; NEW CODE COLUMN ON    *
000670*                  THE LOG AND RENAMES COLUMN BY PROGRAM        *
000680*****************************************************************
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.  IBM-370.
000720 OBJECT-COMPUTER.  IBM-370.
000730 SPECIAL-NAMES.
000740     C01 IS LOC-NEW-PAGE.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT LOC-SNAP-FILE    ASSIGN TO SNAPIN
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS LOC-SNAP-STATUS.
000800 
000810     SELECT ITEM-MASTER      ASSIGN TO ITEMNEW
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS DYNAMIC
000840            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000850            ALTERNATE RECORD KEY IS
000860                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000870                WITH DUPLICATES
000880            FILE STATUS IS LOC-ITEMMAST-STATUS.
000890 
000900     SELECT LOC-RJNL-FILE    ASSIGN TO LOCRJNL
000910            ORGANIZATION IS INDEXED
000920            ACCESS MODE IS DYNAMIC
000930            RECORD KEY IS RJN-KEY
000940            FILE STATUS IS LOC-RJNL-STATUS.
000950 
000960     SELECT LOC-RCVR-REPORT  ASSIGN TO LOCRCVRR
000970            ORGANIZATION IS LINE SEQUENTIAL
000980            FILE STATUS IS LOC-RCVRR-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  LOC-SNAP-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 52 CHARACTERS.
001040 01  LOC-SNAP-RECORD                 PIC X(52).
001050 
001060 FD  ITEM-MASTER
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 52 CHARACTERS.
001090     COPY LOCREC
001100         REPLACING ==:LOC-LVL:==    BY ==01==
001110                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001120                   ==:LOC-SUBLVL:== BY ==05==
001130                   ==:LOC-OCCURS:== BY ==      ==.
001140 
001150 FD  LOC-RJNL-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 140 CHARACTERS.
001180     COPY LOCRJN.
001190 
001200 FD  LOC-RCVR-REPORT
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 132 CHARACTERS.
001230 01  LOC-RCVRR-RECORD                PIC X(132).
001240 
001250 WORKING-STORAGE SECTION.
001260 01  LOC-SNAP-STATUS                 PIC X(02).
001270     88  LOC-SNAP-OK                     VALUE '00'.
001280 01  LOC-ITEMMAST-STATUS             PIC X(02).
001290     88  LOC-ITEMMAST-OK                 VALUE '00'.
001300     88  LOC-ITEMMAST-NOTFOUND           VALUE '23'.
001310 01  LOC-RJNL-STATUS                 PIC X(02).
001320     88  LOC-RJNL-OK                     VALUE '00'.
001330 01  LOC-RCVRR-STATUS                PIC X(02).
001340     88  LOC-RCVRR-OK                    VALUE '00'.
001350 
001360 01  LOC-SNAP-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001370     88  LOC-SNAP-EOF                    VALUE 'Y'.
001380 01  LOC-RJNL-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001390     88  LOC-RJNL-EOF                    VALUE 'Y'.
001400 01  LOC-ON-FILE-SWITCH              PIC X(01)  VALUE 'N'.
001410     88  LOC-ON-FILE                     VALUE 'Y'.
001420     88  LOC-NOT-ON-FILE                 VALUE 'N'.
001430 01  LOC-OLD-ON-FILE-SWITCH          PIC X(01)  VALUE 'N'.
001440     88  LOC-OLD-ON-FILE                 VALUE 'Y'.
001450     88  LOC-OLD-NOT-ON-FILE             VALUE 'N'.
001460 01  LOC-NEW-ON-FILE-SWITCH          PIC X(01)  VALUE 'N'.
001470     88  LOC-NEW-ON-FILE                 VALUE 'Y'.
001480     88  LOC-NEW-NOT-ON-FILE             VALUE 'N'.
001490 01  LOC-HOLD-RECORD                 PIC X(52)  VALUE SPACES.
001500 
001510*****************************************************************
001520*  RUN PARM - THE REPLAY WINDOW AS TWO 14-BYTE DATE/TIME        *
001530*  STAMPS, COMPARED AGAINST THE DATE + TIME AT THE FRONT OF     *
001540*  THE JOURNAL KEY                                              *
001550*****************************************************************
001560 01  LOC-RUN-PARM                    PIC X(32)  VALUE SPACES.
001570 01  LOC-FROM-PARM                   PIC X(14)  VALUE SPACES.
001580 01  LOC-TO-PARM                     PIC X(14)  VALUE SPACES.
001590 01  LOC-FROM-LEN                    PIC 9(04) COMP  VALUE ZERO.
001600 01  LOC-TO-LEN                      PIC 9(04) COMP  VALUE ZERO.
001610 01  LOC-FROM-STAMP                  PIC X(14)  VALUE SPACES.
001620 01  LOC-TO-STAMP                    PIC X(14)  VALUE SPACES.
001630 
001640 01  LOC-ACTION-TEXT                 PIC X(06)  VALUE SPACES.
001650 01  LOC-OUTCOME-TEXT                PIC X(30)  VALUE SPACES.
001660 01  LOC-IMAGE-KEY                   PIC X(12)  VALUE SPACES.
001670 
001680*****************************************************************
001690*  RECONCILIATION COUNTERS                                      *
001700*****************************************************************
001710 01  LOC-LOADED-COUNT                PIC 9(06)  COMP VALUE ZERO.
001720 01  LOC-SKIPPED-BEFORE-COUNT        PIC 9(06)  COMP VALUE ZERO.
001730 01  LOC-REPLAYED-COUNT              PIC 9(06)  COMP VALUE ZERO.
001740 01  LOC-APPLIED-COUNT               PIC 9(06)  COMP VALUE ZERO.
001750 01  LOC-ALREADY-COUNT               PIC 9(06)  COMP VALUE ZERO.
001760 01  LOC-MISMATCH-COUNT              PIC 9(06)  COMP VALUE ZERO.
001770 01  LOC-AFTER-TO-COUNT              PIC 9(06)  COMP VALUE ZERO.
001780 01  LOC-NET-ADDED-COUNT             PIC 9(06)  COMP VALUE ZERO.
001790 01  LOC-NET-DELETED-COUNT           PIC 9(06)  COMP VALUE ZERO.
001800 01  LOC-REBUILT-COUNT               PIC 9(06)  COMP VALUE ZERO.
001810 
001820*****************************************************************
001830*  COUNTS BY UPDATING PROGRAM - ONE ENTRY PER RJN-PROGRAM SEEN  *
001840*  IN THE WINDOW, IN ORDER OF FIRST APPEARANCE                  *
001850*****************************************************************
001860 01  LOC-MAX-PROGRAMS                PIC 9(04) COMP  VALUE 10.
001870 01  LOC-PROGRAM-TABLE.
001880     05  LOC-PG-COUNT                PIC 9(04) COMP  VALUE ZERO.
001890     05  LOC-PG-ENTRY                OCCURS 0 TO 10 TIMES
001900                                     DEPENDING ON LOC-PG-COUNT.
001910         10  PG-PROGRAM              PIC X(08).
001920         10  PG-ADDS                 PIC 9(06).
001930         10  PG-CHANGES              PIC 9(06).
001940         10  PG-DELETES              PIC 9(06).
001950         10  PG-RENAMES              PIC 9(06).
001960         10  PG-ALREADY              PIC 9(06).
001970         10  PG-MISMATCH             PIC 9(06).
001980 01  LOC-PG-SUB                      PIC 9(04) COMP.
001990 01  LOC-PRINT-SUB                   PIC 9(04) COMP.
002000 
002010 01  LOC-CURRENT-DATE.
002020     05  LOC-CUR-YYYY                PIC 9(04).
002030     05  LOC-CUR-MM                  PIC 9(02).
002040     05  LOC-CUR-DD                  PIC 9(02).
002050 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
002060 
002070 01  LOC-PAGE-NUMBER                 PIC 9(04)  COMP VALUE ZERO.
002080 01  LOC-LINE-COUNT                  PIC 9(04)  COMP VALUE 99.
002090 01  LOC-LINES-PER-PAGE              PIC 9(04)  COMP VALUE 50.
002100 
002110 01  LOC-RCVR-HDG-1.
002120     05  FILLER                      PIC X(20)  VALUE SPACES.
002130     05  FILLER                      PIC X(41)
002140         VALUE 'ITEM-MASTER FORWARD RECOVERY - REPLAY LOG'.
002150     05  FILLER                      PIC X(06)  VALUE SPACES.
002160     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002170     05  RCVR-HDG-1-PAGE             PIC ZZZ9.
002180 
002190 01  LOC-RCVR-HDG-2.
002200     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
002210     05  RCVR-HDG-2-DATE       PIC X(10).
002220     05  FILLER                PIC X(56)  VALUE SPACES.
002230     05  FILLER                PIC X(15)
002240         VALUE 'PROGRAM LOCRCVR'.
002250 
002260 01  LOC-RCVR-HDG-WINDOW.
002270     05  FILLER                PIC X(24)
002280         VALUE 'JOURNAL REPLAYED FROM : '.
002290     05  RCVR-WIN-FROM         PIC X(14).
002300     05  FILLER                PIC X(08)  VALUE '   TO : '.
002310     05  RCVR-WIN-TO           PIC X(14).
002320 
002330 01  LOC-RCVR-HDG-3.
002340     05  FILLER                PIC X(10)  VALUE 'DATE'.
002350     05  FILLER                PIC X(08)  VALUE 'TIME'.
002360     05  FILLER                PIC X(06)  VALUE 'SEQ'.
002370     05  FILLER                PIC X(10)  VALUE 'PROGRAM'.
002380     05  FILLER                PIC X(10)  VALUE 'OPERATOR'.
002390     05  FILLER                PIC X(08)  VALUE 'ACTION'.
002400     05  FILLER                PIC X(06)  VALUE 'WHSE'.
002410     05  FILLER                PIC X(12)  VALUE 'LOCATION'.
002420     05  FILLER                PIC X(12)  VALUE 'NEW CODE'.
002430     05  FILLER                PIC X(07)  VALUE 'OUTCOME'.
002440 
002450 01  LOC-RCVR-DETAIL-LINE.
002460     05  RCVR-DTL-DATE               PIC X(08).
002470     05  FILLER                      PIC X(02)  VALUE SPACES.
002480     05  RCVR-DTL-TIME               PIC X(06).
002490     05  FILLER                      PIC X(02)  VALUE SPACES.
002500     05  RCVR-DTL-SEQ                PIC 9(04).
002510     05  FILLER                      PIC X(02)  VALUE SPACES.
002520     05  RCVR-DTL-PROGRAM            PIC X(08).
002530     05  FILLER                      PIC X(02)  VALUE SPACES.
002540     05  RCVR-DTL-OPERATOR           PIC X(08).
002550     05  FILLER                      PIC X(02)  VALUE SPACES.
002560     05  RCVR-DTL-ACTION             PIC X(06).
002570     05  FILLER                      PIC X(02)  VALUE SPACES.
002580     05  RCVR-DTL-WHSE               PIC X(02).
002590     05  FILLER                      PIC X(04)  VALUE SPACES.
002600     05  RCVR-DTL-CODE               PIC X(10).
002610     05  FILLER                      PIC X(02)  VALUE SPACES.
002620     05  RCVR-DTL-NEW-CODE           PIC X(10).
002630     05  FILLER                      PIC X(02)  VALUE SPACES.
002640     05  RCVR-DTL-OUTCOME            PIC X(30).
002650 
002660 01  LOC-RCVR-PGM-HDG.
002670     05  FILLER                PIC X(10)  VALUE 'PROGRAM'.
002680     05  FILLER                PIC X(10)  VALUE '      ADDS'.
002690     05  FILLER                PIC X(10)  VALUE '   CHANGES'.
002700     05  FILLER                PIC X(10)  VALUE '   DELETES'.
002710     05  FILLER                PIC X(10)  VALUE '   RENAMES'.
002720     05  FILLER                PIC X(18)
002730         VALUE '   ALREADY ON FILE'.
002740     05  FILLER                PIC X(12)  VALUE '  MISMATCHED'.
002750 
002760 01  LOC-RCVR-PGM-LINE.
002770     05  RCVR-PGM-PROGRAM            PIC X(08).
002780     05  FILLER                      PIC X(03)  VALUE SPACES.
002790     05  RCVR-PGM-ADDS               PIC ZZZ,ZZ9.
002800     05  FILLER                      PIC X(03)  VALUE SPACES.
002810     05  RCVR-PGM-CHANGES            PIC ZZZ,ZZ9.
002820     05  FILLER                      PIC X(03)  VALUE SPACES.
002830     05  RCVR-PGM-DELETES            PIC ZZZ,ZZ9.
002840     05  FILLER                      PIC X(03)  VALUE SPACES.
002850     05  RCVR-PGM-RENAMES            PIC ZZZ,ZZ9.
002860     05  FILLER                      PIC X(11)  VALUE SPACES.
002870     05  RCVR-PGM-ALREADY            PIC ZZZ,ZZ9.
002880     05  FILLER                      PIC X(05)  VALUE SPACES.
002890     05  RCVR-PGM-MISMATCH           PIC ZZZ,ZZ9.
002900 
002910 01  LOC-RCVR-TOTAL-LINE.
002920     05  RCVR-TOT-LABEL              PIC X(32).
002930     05  RCVR-TOT-COUNT              PIC ZZZ,ZZ9.
002940 
002950 LINKAGE SECTION.
002960 01  LOC-PARM-AREA.
002970     05  LOC-PARM-LEN                PIC S9(04) COMP.
002980     05  LOC-PARM-TEXT               PIC X(32).
002990 
003000 PROCEDURE DIVISION USING LOC-PARM-AREA.
003010*****************************************************************
003020*  0000-MAINLINE                                                *
003030*****************************************************************
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE
003060         THRU 1000-INITIALIZE-EXIT.
003070     PERFORM 2000-LOAD-SNAPSHOT
003080         THRU 2000-LOAD-SNAPSHOT-EXIT.
003090     PERFORM 3000-ROLL-FORWARD
003100         THRU 3000-ROLL-FORWARD-EXIT.
003110     PERFORM 7000-WRITE-RECONCILIATION
003120         THRU 7000-WRITE-RECONCILIATION-EXIT.
003130     PERFORM 8000-TERMINATE
003140         THRU 8000-TERMINATE-EXIT.
003150 
003160*****************************************************************
003170*  1000-INITIALIZE - EDIT THE REPLAY WINDOW ON THE PARM AND     *
003180*                    OPEN THE FILES.  THE NEW CLUSTER IS OPENED *
003190*                    OUTPUT FOR THE LOAD AND REOPENED I-O BY    *
003200*                    2000 FOR THE REPLAY                        *
003210*****************************************************************
003220 1000-INITIALIZE.
003230     MOVE SPACES TO LOC-RUN-PARM.
003240     IF LOC-PARM-LEN OF LOC-PARM-AREA > 0
003250        AND LOC-PARM-LEN OF LOC-PARM-AREA <= 32
003260         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA
003270                 (1:LOC-PARM-LEN OF LOC-PARM-AREA)
003280             TO LOC-RUN-PARM
003290     END-IF.
003300     UNSTRING LOC-RUN-PARM DELIMITED BY ',' OR ' '
003310         INTO LOC-FROM-PARM COUNT IN LOC-FROM-LEN
003320              LOC-TO-PARM   COUNT IN LOC-TO-LEN.
003330     PERFORM 1100-EDIT-WINDOW
003340         THRU 1100-EDIT-WINDOW-EXIT.
003350     IF RETURN-CODE NOT = ZERO
003360         GO TO 8000-TERMINATE
003370     END-IF.
003380 
003390     OPEN INPUT LOC-SNAP-FILE.
003400     IF NOT LOC-SNAP-OK
003410         DISPLAY 'LOC0901E LOCRCVR - SNAPIN OPEN FAILED, '
003420                 LOC-SNAP-STATUS UPON CONSOLE
003430         MOVE 16 TO RETURN-CODE
003440         GO TO 8000-TERMINATE
003450     END-IF.
003460 
003470     OPEN OUTPUT ITEM-MASTER.
003480     IF NOT LOC-ITEMMAST-OK
003490         DISPLAY 'LOC0902E LOCRCVR - ITEMNEW OPEN FAILED, '
003500                 LOC-ITEMMAST-STATUS UPON CONSOLE
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 8000-TERMINATE
003530     END-IF.
003540 
003550     OPEN INPUT LOC-RJNL-FILE.
003560     IF LOC-RJNL-STATUS = '35'
003570         DISPLAY 'LOC0240I LOCRCVR - NO RECOVERY JOURNAL ON '
003580                 'FILE, SNAPSHOT RESTORED AS IT STANDS'
003590                 UPON CONSOLE
003600         SET LOC-RJNL-EOF TO TRUE
003610     ELSE
003620         IF NOT LOC-RJNL-OK
003630             DISPLAY 'LOC0903E LOCRCVR - LOCRJNL OPEN FAILED, '
003640                     LOC-RJNL-STATUS UPON CONSOLE
003650             MOVE 16 TO RETURN-CODE
003660             GO TO 8000-TERMINATE
003670         END-IF
003680     END-IF.
003690 
003700     OPEN OUTPUT LOC-RCVR-REPORT.
003710     IF NOT LOC-RCVRR-OK
003720         DISPLAY 'LOC0904E LOCRCVR - LOCRCVRR OPEN FAILED, '
003730                 LOC-RCVRR-STATUS UPON CONSOLE
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 8000-TERMINATE
003760     END-IF.
003770 
003780     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
003790     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
003800         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
003810 1000-INITIALIZE-EXIT.
003820     EXIT.
003830 
003840*****************************************************************
003850*  1100-EDIT-WINDOW - FROM MUST BE 8 OR 14 DIGITS; TO MAY BE    *
003860*                    BLANK (END OF JOURNAL), 8 OR 14 DIGITS.    *
003870*                    A DATE ALONE MEANS 00:00:00 ON A FROM AND  *
003880*                    23:59:59 ON A TO                           *
003890*****************************************************************
003900 1100-EDIT-WINDOW.
003910     IF (LOC-FROM-LEN NOT = 8 AND LOC-FROM-LEN NOT = 14)
003920        OR LOC-FROM-PARM (1:LOC-FROM-LEN) NOT NUMERIC
003930         DISPLAY 'LOC0909E LOCRCVR - INVALID FROM STAMP ON PARM, '
003940                 LOC-RUN-PARM UPON CONSOLE
003950         MOVE 16 TO RETURN-CODE
003960         GO TO 1100-EDIT-WINDOW-EXIT
003970     END-IF.
003980     MOVE LOC-FROM-PARM TO LOC-FROM-STAMP.
003990     IF LOC-FROM-LEN = 8
004000         MOVE '000000' TO LOC-FROM-STAMP (9:6)
004010     END-IF.
004020 
004030     IF LOC-TO-LEN = ZERO
004040         MOVE ALL '9' TO LOC-TO-STAMP
004050         GO TO 1100-EDIT-WINDOW-EXIT
004060     END-IF.
004070     IF (LOC-TO-LEN NOT = 8 AND LOC-TO-LEN NOT = 14)
004080        OR LOC-TO-PARM (1:LOC-TO-LEN) NOT NUMERIC
004090         DISPLAY 'LOC0909E LOCRCVR - INVALID TO STAMP ON PARM, '
004100                 LOC-RUN-PARM UPON CONSOLE
004110         MOVE 16 TO RETURN-CODE
004120         GO TO 1100-EDIT-WINDOW-EXIT
004130     END-IF.
004140     MOVE LOC-TO-PARM TO LOC-TO-STAMP.
004150     IF LOC-TO-LEN = 8
004160         MOVE '235959' TO LOC-TO-STAMP (9:6)
004170     END-IF.
004180     IF LOC-TO-STAMP < LOC-FROM-STAMP
004190         DISPLAY 'LOC0909E LOCRCVR - TO STAMP IS BEFORE THE FROM '
004200                 'STAMP, ' LOC-RUN-PARM UPON CONSOLE
004210         MOVE 16 TO RETURN-CODE
004220     END-IF.
004230 1100-EDIT-WINDOW-EXIT.
004240     EXIT.
004250 
004260*****************************************************************
004270*  2000-LOAD-SNAPSHOT - COPY EVERY SNAPSHOT RECORD ONTO THE NEW *
004280*                    CLUSTER, THEN REOPEN IT FOR THE REPLAY     *
004290*****************************************************************
004300 2000-LOAD-SNAPSHOT.
004310     PERFORM 2100-READ-SNAPSHOT
004320         THRU 2100-READ-SNAPSHOT-EXIT.
004330     PERFORM 2200-LOAD-ONE-RECORD
004340         THRU 2200-LOAD-ONE-RECORD-EXIT
004350         UNTIL LOC-SNAP-EOF.
004360     CLOSE ITEM-MASTER.
004370     OPEN I-O ITEM-MASTER.
004380     IF NOT LOC-ITEMMAST-OK
004390         DISPLAY 'LOC0902E LOCRCVR - ITEMNEW REOPEN FAILED, '
004400                 LOC-ITEMMAST-STATUS UPON CONSOLE
004410         MOVE 16 TO RETURN-CODE
004420         GO TO 8000-TERMINATE
004430     END-IF.
004440     MOVE LOC-REPORT-DATE TO RCVR-HDG-2-DATE.
004450     PERFORM 5300-WRITE-PAGE-HEADINGS
004460         THRU 5300-WRITE-PAGE-HEADINGS-EXIT.
004470 2000-LOAD-SNAPSHOT-EXIT.
004480     EXIT.
004490 
004500 2100-READ-SNAPSHOT.
004510     READ LOC-SNAP-FILE
004520         AT END
004530             SET LOC-SNAP-EOF TO TRUE
004540     END-READ.
004550 2100-READ-SNAPSHOT-EXIT.
004560     EXIT.
004570 
004580 2200-LOAD-ONE-RECORD.
004590     MOVE LOC-SNAP-RECORD TO ITEM-MASTER-RECORD.
004600     WRITE ITEM-MASTER-RECORD
004610         INVALID KEY
004620             DISPLAY 'LOC0911E LOCRCVR - SNAPSHOT LOAD FAILED '
004630                     'FOR '
004640                     LOC-WHSE-ID OF ITEM-MASTER-RECORD ' '
004650                     LOC-CODE OF ITEM-MASTER-RECORD
004660                     ', STATUS ' LOC-ITEMMAST-STATUS UPON CONSOLE
004670             MOVE 16 TO RETURN-CODE
004680             GO TO 8000-TERMINATE
004690     END-WRITE.
004700     ADD 1 TO LOC-LOADED-COUNT.
004710     PERFORM 2100-READ-SNAPSHOT
004720         THRU 2100-READ-SNAPSHOT-EXIT.
004730 2200-LOAD-ONE-RECORD-EXIT.
004740     EXIT.
004750 
004760*****************************************************************
004770*  3000-ROLL-FORWARD - POSITION THE JOURNAL AT THE FROM STAMP   *
004780*                    AND REPLAY EVERY ENTRY UP TO THE TO STAMP. *
004790*                    ENTRIES PAST THE TO STAMP ARE COUNTED FOR  *
004800*                    THE RECONCILIATION BUT NOT REPLAYED        *
004810*****************************************************************
004820 3000-ROLL-FORWARD.
004830     IF LOC-RJNL-EOF
004840         GO TO 3000-ROLL-FORWARD-EXIT
004850     END-IF.
004860     MOVE LOC-FROM-STAMP (1:8) TO RJN-DATE.
004870     MOVE LOC-FROM-STAMP (9:6) TO RJN-TIME.
004880     MOVE ZERO TO RJN-SEQ.
004890     START LOC-RJNL-FILE
004900         KEY NOT LESS THAN RJN-KEY
004910         INVALID KEY
004920             SET LOC-RJNL-EOF TO TRUE
004930     END-START.
004940     IF NOT LOC-RJNL-EOF
004950         PERFORM 3100-READ-JOURNAL
004960             THRU 3100-READ-JOURNAL-EXIT
004970     END-IF.
004980     PERFORM 3200-REPLAY-ONE-ENTRY
004990         THRU 3200-REPLAY-ONE-ENTRY-EXIT
005000         UNTIL LOC-RJNL-EOF.
005010 3000-ROLL-FORWARD-EXIT.
005020     EXIT.
005030 
005040 3100-READ-JOURNAL.
005050     READ LOC-RJNL-FILE NEXT RECORD
005060         AT END
005070             SET LOC-RJNL-EOF TO TRUE
005080     END-READ.
005090 3100-READ-JOURNAL-EXIT.
005100     EXIT.
005110 
005120*****************************************************************
005130*  3200-REPLAY-ONE-ENTRY - READ THE LOCATION THE ENTRY IS FOR,  *
005140*                    COMPARE WHAT IS ON FILE WITH THE BEFORE    *
005150*                    AND AFTER IMAGES, AND BRING THE FILE TO    *
005160*                    THE AFTER IMAGE                            *
005170*****************************************************************
005180 3200-REPLAY-ONE-ENTRY.
005190     IF RJN-KEY (1:14) > LOC-TO-STAMP
005200         ADD 1 TO LOC-AFTER-TO-COUNT
005210         GO TO 3200-REPLAY-ONE-ENTRY-NEXT
005220     END-IF.
005230     ADD 1 TO LOC-REPLAYED-COUNT.
005240     PERFORM 3300-FIND-PROGRAM
005250         THRU 3300-FIND-PROGRAM-EXIT.
005260     IF RJN-ACTION-DELETE OR RJN-ACTION-RENAME
005270         MOVE RJN-BEFORE-IMAGE (1:12) TO LOC-IMAGE-KEY
005280     ELSE
005290         MOVE RJN-AFTER-IMAGE (1:12) TO LOC-IMAGE-KEY
005300     END-IF.
005310     MOVE LOC-IMAGE-KEY TO LOC-KEY OF ITEM-MASTER-RECORD.
005320     SET LOC-ON-FILE TO TRUE.
005330     READ ITEM-MASTER
005340         INVALID KEY
005350             SET LOC-NOT-ON-FILE TO TRUE
005360     END-READ.
005370     IF LOC-NOT-ON-FILE AND NOT LOC-ITEMMAST-NOTFOUND
005380         DISPLAY 'LOC0912E LOCRCVR - ITEMNEW READ FAILED FOR '
005390                 LOC-IMAGE-KEY ', STATUS ' LOC-ITEMMAST-STATUS
005400                 UPON CONSOLE
005410         MOVE 16 TO RETURN-CODE
005420         GO TO 8000-TERMINATE
005430     END-IF.
005440     EVALUATE TRUE
005450         WHEN RJN-ACTION-ADD
005460             MOVE 'ADD' TO LOC-ACTION-TEXT
005470             ADD 1 TO PG-ADDS (LOC-PG-SUB)
005480         WHEN RJN-ACTION-CHANGE
005490             MOVE 'CHANGE' TO LOC-ACTION-TEXT
005500             ADD 1 TO PG-CHANGES (LOC-PG-SUB)
005510         WHEN RJN-ACTION-DELETE
005520             MOVE 'DELETE' TO LOC-ACTION-TEXT
005530             ADD 1 TO PG-DELETES (LOC-PG-SUB)
005540         WHEN RJN-ACTION-RENAME
005550             MOVE 'RENAME' TO LOC-ACTION-TEXT
005560             ADD 1 TO PG-RENAMES (LOC-PG-SUB)
005570     END-EVALUATE.
005580     EVALUATE TRUE
005590         WHEN RJN-ACTION-DELETE
005600             PERFORM 3500-REPLAY-DELETE
005610                 THRU 3500-REPLAY-DELETE-EXIT
005620         WHEN RJN-ACTION-RENAME
005630             PERFORM 3550-REPLAY-RENAME
005640                 THRU 3550-REPLAY-RENAME-EXIT
005650         WHEN OTHER
005660             PERFORM 3400-REPLAY-ADD-OR-CHANGE
005670                 THRU 3400-REPLAY-ADD-OR-CHANGE-EXIT
005680     END-EVALUATE.
005690     PERFORM 5100-WRITE-DETAIL
005700         THRU 5100-WRITE-DETAIL-EXIT.
005710 3200-REPLAY-ONE-ENTRY-NEXT.
005720     PERFORM 3100-READ-JOURNAL
005730         THRU 3100-READ-JOURNAL-EXIT.
005740 3200-REPLAY-ONE-ENTRY-EXIT.
005750     EXIT.
005760 
005770*****************************************************************
005780*  3300-FIND-PROGRAM - POINT LOC-PG-SUB AT THE COUNTS FOR THE   *
005790*                    PROGRAM THAT MADE THIS UPDATE, ADDING A    *
005800*                    NEW ENTRY THE FIRST TIME IT IS SEEN        *
005810*****************************************************************
005820 3300-FIND-PROGRAM.
005830     PERFORM 3310-CHECK-ONE-PROGRAM
005840         THRU 3310-CHECK-ONE-PROGRAM-EXIT
005850         VARYING LOC-PG-SUB FROM 1 BY 1
005860         UNTIL LOC-PG-SUB > LOC-PG-COUNT
005870            OR PG-PROGRAM (LOC-PG-SUB) = RJN-PROGRAM.
005880     IF LOC-PG-SUB > LOC-PG-COUNT
005890         IF LOC-PG-COUNT >= LOC-MAX-PROGRAMS
005900             DISPLAY 'LOC0999E LOCRCVR - PROGRAM TABLE OVERFLOW, '
005910                     'LIMIT IS ' LOC-MAX-PROGRAMS UPON CONSOLE
005920             MOVE 900 TO RETURN-CODE
005930             GO TO 8000-TERMINATE
005940         END-IF
005950         ADD 1 TO LOC-PG-COUNT
005960         MOVE LOC-PG-COUNT TO LOC-PG-SUB
005970         MOVE RJN-PROGRAM TO PG-PROGRAM (LOC-PG-SUB)
005980         MOVE ZERO TO PG-ADDS (LOC-PG-SUB)
005990                      PG-CHANGES (LOC-PG-SUB)
006000                      PG-DELETES (LOC-PG-SUB)
006010                      PG-RENAMES (LOC-PG-SUB)
006020                      PG-ALREADY (LOC-PG-SUB)
006030                      PG-MISMATCH (LOC-PG-SUB)
006040     END-IF.
006050 3300-FIND-PROGRAM-EXIT.
006060     EXIT.
006070 
006080 3310-CHECK-ONE-PROGRAM.
006090     CONTINUE.
006100 3310-CHECK-ONE-PROGRAM-EXIT.
006110     EXIT.
006120 
006130*****************************************************************
006140*  3400-REPLAY-ADD-OR-CHANGE - WRITE OR REWRITE THE AFTER       *
006150*                    IMAGE.  AN ADD EXPECTS THE LOCATION ABSENT *
006160*                    AND A CHANGE EXPECTS THE BEFORE IMAGE      *
006170*****************************************************************
006180 3400-REPLAY-ADD-OR-CHANGE.
006190     IF LOC-ON-FILE
006200        AND ITEM-MASTER-RECORD = RJN-AFTER-IMAGE
006210         PERFORM 3600-COUNT-ALREADY
006220             THRU 3600-COUNT-ALREADY-EXIT
006230         GO TO 3400-REPLAY-ADD-OR-CHANGE-EXIT
006240     END-IF.
006250     IF (RJN-ACTION-ADD AND LOC-NOT-ON-FILE)
006260        OR (RJN-ACTION-CHANGE AND LOC-ON-FILE
006270            AND ITEM-MASTER-RECORD = RJN-BEFORE-IMAGE)
006280         PERFORM 3700-COUNT-APPLIED
006290             THRU 3700-COUNT-APPLIED-EXIT
006300     ELSE
006310         PERFORM 3800-COUNT-MISMATCH
006320             THRU 3800-COUNT-MISMATCH-EXIT
006330     END-IF.
006340     MOVE RJN-AFTER-IMAGE TO ITEM-MASTER-RECORD.
006350     IF LOC-ON-FILE
006360         REWRITE ITEM-MASTER-RECORD
006370             INVALID KEY
006380                 CONTINUE
006390         END-REWRITE
006400     ELSE
006410         WRITE ITEM-MASTER-RECORD
006420             INVALID KEY
006430                 CONTINUE
006440         END-WRITE
006450         ADD 1 TO LOC-NET-ADDED-COUNT
006460     END-IF.
006470     IF NOT LOC-ITEMMAST-OK
006480         DISPLAY 'LOC0912E LOCRCVR - ITEMNEW UPDATE FAILED FOR '
006490                 LOC-IMAGE-KEY ', STATUS ' LOC-ITEMMAST-STATUS
006500                 UPON CONSOLE
006510         MOVE 16 TO RETURN-CODE
006520         GO TO 8000-TERMINATE
006530     END-IF.
006540 3400-REPLAY-ADD-OR-CHANGE-EXIT.
006550     EXIT.
006560 
006570*****************************************************************
006580*  3500-REPLAY-DELETE - REMOVE THE LOCATION.  ALREADY GONE      *
006590*                    MEANS THE SNAPSHOT POSTDATES THE DELETE    *
006600*****************************************************************
006610 3500-REPLAY-DELETE.
006620     IF LOC-NOT-ON-FILE
006630         PERFORM 3600-COUNT-ALREADY
006640             THRU 3600-COUNT-ALREADY-EXIT
006650         GO TO 3500-REPLAY-DELETE-EXIT
006660     END-IF.
006670     IF ITEM-MASTER-RECORD = RJN-BEFORE-IMAGE
006680         PERFORM 3700-COUNT-APPLIED
006690             THRU 3700-COUNT-APPLIED-EXIT
006700     ELSE
006710         PERFORM 3800-COUNT-MISMATCH
006720             THRU 3800-COUNT-MISMATCH-EXIT
006730     END-IF.
006740     DELETE ITEM-MASTER RECORD
006750         INVALID KEY
006760             DISPLAY 'LOC0912E LOCRCVR - ITEMNEW DELETE FAILED '
006770                     'FOR ' LOC-IMAGE-KEY
006780                     ', STATUS ' LOC-ITEMMAST-STATUS UPON CONSOLE
006790             MOVE 16 TO RETURN-CODE
006800             GO TO 8000-TERMINATE
006810     END-DELETE.
006820     ADD 1 TO LOC-NET-DELETED-COUNT.
006830 3500-REPLAY-DELETE-EXIT.
006840     EXIT.
006850 
006860*****************************************************************
006870*  3550-REPLAY-RENAME - 3200 HAS READ THE OLD CODE; READ THE    *
006880*                    NEW ONE TOO.  OLD CODE HOLDING THE BEFORE  *
006890*                    IMAGE WITH THE NEW CODE FREE IS APPLIED;   *
006900*                    OLD CODE GONE WITH THE NEW CODE HOLDING    *
006910*                    THE AFTER IMAGE IS ALREADY ON FILE.  ANY   *
006920*                    OTHER STATE IS A MISMATCH AND THE RENAME   *
006930*                    IS FORCED - OLD CODE OFF, AFTER IMAGE ON   *
006940*****************************************************************
006950 3550-REPLAY-RENAME.
006960     MOVE LOC-ON-FILE-SWITCH TO LOC-OLD-ON-FILE-SWITCH.
006970     MOVE SPACES TO LOC-HOLD-RECORD.
006980     IF LOC-OLD-ON-FILE
006990         MOVE ITEM-MASTER-RECORD TO LOC-HOLD-RECORD
007000     END-IF.
007010     MOVE RJN-AFTER-IMAGE (1:12) TO LOC-KEY OF ITEM-MASTER-RECORD.
007020     SET LOC-NEW-ON-FILE TO TRUE.
007030     READ ITEM-MASTER
007040         INVALID KEY
007050             SET LOC-NEW-NOT-ON-FILE TO TRUE
007060     END-READ.
007070     IF LOC-NEW-NOT-ON-FILE AND NOT LOC-ITEMMAST-NOTFOUND
007080         DISPLAY 'LOC0912E LOCRCVR - ITEMNEW READ FAILED FOR '
007090                 RJN-AFTER-IMAGE (1:12) ', STATUS '
007100                 LOC-ITEMMAST-STATUS UPON CONSOLE
007110         MOVE 16 TO RETURN-CODE
007120         GO TO 8000-TERMINATE
007130     END-IF.
007140     IF LOC-OLD-NOT-ON-FILE AND LOC-NEW-ON-FILE
007150        AND ITEM-MASTER-RECORD = RJN-AFTER-IMAGE
007160         PERFORM 3600-COUNT-ALREADY
007170             THRU 3600-COUNT-ALREADY-EXIT
007180         GO TO 3550-REPLAY-RENAME-EXIT
007190     END-IF.
007200     IF LOC-OLD-ON-FILE AND LOC-NEW-NOT-ON-FILE
007210        AND LOC-HOLD-RECORD = RJN-BEFORE-IMAGE
007220         PERFORM 3700-COUNT-APPLIED
007230             THRU 3700-COUNT-APPLIED-EXIT
007240     ELSE
007250         PERFORM 3800-COUNT-MISMATCH
007260             THRU 3800-COUNT-MISMATCH-EXIT
007270     END-IF.
007280     IF LOC-OLD-ON-FILE
007290         MOVE RJN-BEFORE-IMAGE (1:12)
007300             TO LOC-KEY OF ITEM-MASTER-RECORD
007310         DELETE ITEM-MASTER RECORD
007320             INVALID KEY
007330                 DISPLAY 'LOC0912E LOCRCVR - ITEMNEW DELETE '
007340                         'FAILED FOR ' LOC-IMAGE-KEY
007350                         ', STATUS ' LOC-ITEMMAST-STATUS
007360                         UPON CONSOLE
007370                 MOVE 16 TO RETURN-CODE
007380                 GO TO 8000-TERMINATE
007390         END-DELETE
007400         ADD 1 TO LOC-NET-DELETED-COUNT
007410     END-IF.
007420     MOVE RJN-AFTER-IMAGE TO ITEM-MASTER-RECORD.
007430     IF LOC-NEW-ON-FILE
007440         REWRITE ITEM-MASTER-RECORD
007450             INVALID KEY
007460                 CONTINUE
007470         END-REWRITE
007480     ELSE
007490         WRITE ITEM-MASTER-RECORD
007500             INVALID KEY
007510                 CONTINUE
007520         END-WRITE
007530         ADD 1 TO LOC-NET-ADDED-COUNT
007540     END-IF.
007550     IF NOT LOC-ITEMMAST-OK
007560         DISPLAY 'LOC0912E LOCRCVR - ITEMNEW UPDATE FAILED FOR '
007570                 RJN-AFTER-IMAGE (1:12) ', STATUS '
007580                 LOC-ITEMMAST-STATUS UPON CONSOLE
007590         MOVE 16 TO RETURN-CODE
007600         GO TO 8000-TERMINATE
007610     END-IF.
007620 3550-REPLAY-RENAME-EXIT.
007630     EXIT.
007640 
007650 3600-COUNT-ALREADY.
007660     ADD 1 TO LOC-ALREADY-COUNT.
007670     ADD 1 TO PG-ALREADY (LOC-PG-SUB).
007680     MOVE 'ALREADY ON FILE' TO LOC-OUTCOME-TEXT.
007690 3600-COUNT-ALREADY-EXIT.
007700     EXIT.
007710 
007720 3700-COUNT-APPLIED.
007730     ADD 1 TO LOC-APPLIED-COUNT.
007740     MOVE 'APPLIED' TO LOC-OUTCOME-TEXT.
007750 3700-COUNT-APPLIED-EXIT.
007760     EXIT.
007770 
007780 3800-COUNT-MISMATCH.
007790     ADD 1 TO LOC-MISMATCH-COUNT.
007800     ADD 1 TO PG-MISMATCH (LOC-PG-SUB).
007810     MOVE '** BEFORE IMAGE MISMATCH' TO LOC-OUTCOME-TEXT.
007820 3800-COUNT-MISMATCH-EXIT.
007830     EXIT.
007840 
007850*****************************************************************
007860*  5100-WRITE-DETAIL - ONE REPLAY LOG LINE PER JOURNAL ENTRY    *
007870*****************************************************************
007880 5100-WRITE-DETAIL.
007890     IF LOC-LINE-COUNT >= LOC-LINES-PER-PAGE
007900         PERFORM 5300-WRITE-PAGE-HEADINGS
007910             THRU 5300-WRITE-PAGE-HEADINGS-EXIT
007920     END-IF.
007930     MOVE RJN-DATE TO RCVR-DTL-DATE.
007940     MOVE RJN-TIME TO RCVR-DTL-TIME.
007950     MOVE RJN-SEQ TO RCVR-DTL-SEQ.
007960     MOVE RJN-PROGRAM TO RCVR-DTL-PROGRAM.
007970     MOVE RJN-OPERATOR TO RCVR-DTL-OPERATOR.
007980     MOVE LOC-ACTION-TEXT TO RCVR-DTL-ACTION.
007990     MOVE LOC-IMAGE-KEY (1:2) TO RCVR-DTL-WHSE.
008000     MOVE LOC-IMAGE-KEY (3:10) TO RCVR-DTL-CODE.
008010     IF RJN-ACTION-RENAME
008020         MOVE RJN-AFTER-IMAGE (3:10) TO RCVR-DTL-NEW-CODE
008030     ELSE
008040         MOVE SPACES TO RCVR-DTL-NEW-CODE
008050     END-IF.
008060     MOVE LOC-OUTCOME-TEXT TO RCVR-DTL-OUTCOME.
008070     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-DETAIL-LINE.
008080     ADD 1 TO LOC-LINE-COUNT.
008090 5100-WRITE-DETAIL-EXIT.
008100     EXIT.
008110 
008120 5300-WRITE-PAGE-HEADINGS.
008130     ADD 1 TO LOC-PAGE-NUMBER.
008140     MOVE LOC-PAGE-NUMBER TO RCVR-HDG-1-PAGE.
008150     MOVE LOC-FROM-STAMP TO RCVR-WIN-FROM.
008160     IF LOC-TO-LEN = ZERO
008170         MOVE 'END OF JOURNAL' TO RCVR-WIN-TO
008180     ELSE
008190         MOVE LOC-TO-STAMP TO RCVR-WIN-TO
008200     END-IF.
008210     IF LOC-PAGE-NUMBER = 1
008220         WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-HDG-1
008230             AFTER ADVANCING 1 LINE
008240     ELSE
008250         WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-HDG-1
008260             AFTER ADVANCING LOC-NEW-PAGE
008270     END-IF.
008280     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-HDG-2
008290         AFTER ADVANCING 1 LINE.
008300     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-HDG-WINDOW
008310         AFTER ADVANCING 1 LINE.
008320     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-HDG-3
008330         AFTER ADVANCING 2 LINES.
008340     MOVE 4 TO LOC-LINE-COUNT.
008350 5300-WRITE-PAGE-HEADINGS-EXIT.
008360     EXIT.
008370 
008380*****************************************************************
008390*  7000-WRITE-RECONCILIATION - COUNTS BY UPDATING PROGRAM, THEN *
008400*                    THE RECORD COUNTS THAT TIE THE SNAPSHOT TO *
008410*                    THE REBUILT FILE (LOADED + ADDED - DELETED *
008420*                    = REBUILT), AND THE RETURN CODE            *
008430*****************************************************************
008440 7000-WRITE-RECONCILIATION.
008450     IF LOC-REPLAYED-COUNT = ZERO
008460         MOVE SPACES TO LOC-RCVRR-RECORD
008470         STRING 'NO JOURNAL ENTRY FALLS IN THE REPLAY WINDOW'
008480             DELIMITED BY SIZE INTO LOC-RCVRR-RECORD
008490         WRITE LOC-RCVRR-RECORD
008500     END-IF.
008510     MOVE SPACES TO LOC-RCVRR-RECORD.
008520     WRITE LOC-RCVRR-RECORD.
008530     MOVE SPACES TO LOC-RCVRR-RECORD.
008540     STRING 'REPLAY BY UPDATING PROGRAM'
008550         DELIMITED BY SIZE INTO LOC-RCVRR-RECORD.
008560     WRITE LOC-RCVRR-RECORD.
008570     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-PGM-HDG.
008580     PERFORM 7100-WRITE-ONE-PROGRAM
008590         THRU 7100-WRITE-ONE-PROGRAM-EXIT
008600         VARYING LOC-PRINT-SUB FROM 1 BY 1
008610         UNTIL LOC-PRINT-SUB > LOC-PG-COUNT.
008620     MOVE SPACES TO LOC-RCVRR-RECORD.
008630     WRITE LOC-RCVRR-RECORD.
008640     MOVE 'SNAPSHOT RECORDS LOADED ....... ' TO RCVR-TOT-LABEL.
008650     MOVE LOC-LOADED-COUNT TO RCVR-TOT-COUNT.
008660     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008670     MOVE 'JOURNAL ENTRIES REPLAYED ...... ' TO RCVR-TOT-LABEL.
008680     MOVE LOC-REPLAYED-COUNT TO RCVR-TOT-COUNT.
008690     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008700     MOVE '  APPLIED ..................... ' TO RCVR-TOT-LABEL.
008710     MOVE LOC-APPLIED-COUNT TO RCVR-TOT-COUNT.
008720     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008730     MOVE '  ALREADY ON FILE ............. ' TO RCVR-TOT-LABEL.
008740     MOVE LOC-ALREADY-COUNT TO RCVR-TOT-COUNT.
008750     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008760     MOVE '  BEFORE IMAGE MISMATCH ....... ' TO RCVR-TOT-LABEL.
008770     MOVE LOC-MISMATCH-COUNT TO RCVR-TOT-COUNT.
008780     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008790     MOVE 'ENTRIES AFTER THE TO STAMP .... ' TO RCVR-TOT-LABEL.
008800     MOVE LOC-AFTER-TO-COUNT TO RCVR-TOT-COUNT.
008810     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008820     MOVE 'LOCATIONS ADDED BY REPLAY ..... ' TO RCVR-TOT-LABEL.
008830     MOVE LOC-NET-ADDED-COUNT TO RCVR-TOT-COUNT.
008840     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008850     MOVE 'LOCATIONS DELETED BY REPLAY ... ' TO RCVR-TOT-LABEL.
008860     MOVE LOC-NET-DELETED-COUNT TO RCVR-TOT-COUNT.
008870     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008880     COMPUTE LOC-REBUILT-COUNT = LOC-LOADED-COUNT
008890         + LOC-NET-ADDED-COUNT - LOC-NET-DELETED-COUNT.
008900     MOVE 'LOCATIONS ON THE REBUILT FILE . ' TO RCVR-TOT-LABEL.
008910     MOVE LOC-REBUILT-COUNT TO RCVR-TOT-COUNT.
008920     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-TOTAL-LINE.
008930     IF LOC-MISMATCH-COUNT > ZERO
008940         MOVE 4 TO RETURN-CODE
008950     END-IF.
008960 7000-WRITE-RECONCILIATION-EXIT.
008970     EXIT.
008980 
008990 7100-WRITE-ONE-PROGRAM.
009000     MOVE PG-PROGRAM (LOC-PRINT-SUB) TO RCVR-PGM-PROGRAM.
009010     MOVE PG-ADDS (LOC-PRINT-SUB) TO RCVR-PGM-ADDS.
009020     MOVE PG-CHANGES (LOC-PRINT-SUB) TO RCVR-PGM-CHANGES.
009030     MOVE PG-DELETES (LOC-PRINT-SUB) TO RCVR-PGM-DELETES.
009040     MOVE PG-RENAMES (LOC-PRINT-SUB) TO RCVR-PGM-RENAMES.
009050     MOVE PG-ALREADY (LOC-PRINT-SUB) TO RCVR-PGM-ALREADY.
009060     MOVE PG-MISMATCH (LOC-PRINT-SUB) TO RCVR-PGM-MISMATCH.
009070     WRITE LOC-RCVRR-RECORD FROM LOC-RCVR-PGM-LINE.
009080 7100-WRITE-ONE-PROGRAM-EXIT.
009090     EXIT.
009100 
009110*****************************************************************
009120*  8000-TERMINATE - CLOSE THE FILES                             *
009130*****************************************************************
009140 8000-TERMINATE.
009150     CLOSE LOC-SNAP-FILE
009160           ITEM-MASTER
009170           LOC-RJNL-FILE
009180           LOC-RCVR-REPORT.
009190     IF RETURN-CODE < 8
009200         DISPLAY 'LOC0241I LOCRCVR - NORMAL COMPLETION, '
009210                 LOC-LOADED-COUNT ' LOADED, '
009220                 LOC-REPLAYED-COUNT ' REPLAYED, '
009230                 LOC-MISMATCH-COUNT ' MISMATCHED' UPON CONSOLE
009240     ELSE
009250         DISPLAY 'LOC0242E LOCRCVR - ABENDING, RETURN CODE '
009260                 RETURN-CODE UPON CONSOLE
009270     END-IF.
009280 8000-TERMINATE-EXIT.
009290     EXIT.
009300     STOP RUN.
