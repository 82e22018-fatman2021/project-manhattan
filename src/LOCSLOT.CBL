000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCSLOT.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCSLOT - WEEKLY VELOCITY-BASED RE-SLOTTING RECOMMENDATIONS  *
000090*                                                               *
000100*  RANKS EVERY ACTIVE, ASSIGNED PICK FACE BY HOW GOOD ITS SLOT  *
000110*  IS AND PAIRS UP SWAPS THAT PUT FAST MOVERS IN THE BETTER     *
000120*  SLOTS.  THE ITEM'S VELOCITY CLASS (A FAST, B MEDIUM, C SLOW) *
000130*  COMES FROM THE ITEMREF ITEM REFERENCE FILE; THE SLOT COMES   *
000140*  FROM THE FACE'S ZONE, AISLE AND BAY ON THE ITEM-MASTER.      *
000150*                                                               *
000160*  SLOT RANK - WITHIN A WAREHOUSE AND ZONE, THE LOWER THE AISLE *
000170*  AND THEN THE LOWER THE BAY, THE NEARER THE FACE IS TO THE    *
000180*  FRONT OF THE PICK PATH AND THE BETTER THE SLOT.  FACES ARE   *
000190*  ONLY EVER PAIRED WITHIN THE SAME WAREHOUSE AND ZONE.         *
000200*                                                               *
000210*  PAIRING - WORKING FROM THE BEST SLOT IN THE ZONE DOWN, A     *
000220*  FACE HOLDING A B OR C ITEM IS PAIRED WITH THE FASTEST ITEM   *
000230*  SITTING IN A WORSE SLOT (THE FARTHEST SUCH FACE WHEN THERE   *
000240*  IS A TIE), PROVIDED NEITHER MOVE BREAKS CAPACITY - EACH      *
000250*  ITEM'S REPLENISHMENT MAX MUST FIT THE CAPACITY OF THE FACE   *
000260*  IT IS MOVING INTO.  THE ITEM CARRIES ITS REPLENISHMENT MIN   *
000270*  AND MAX WITH IT; CAPACITY STAYS WITH THE FACE.  A FACE IS    *
000280*  IN AT MOST ONE SWAP PER RUN.                                 *
000290*                                                               *
000300*  A FACE HOLDING AN ITEM DISCONTINUED ON ITEMREF IS LEFT OUT   *
000310*  OF THE RANKING - THE ITEM CANNOT BE ASSIGNED TO ANOTHER      *
000320*  FACE (LOCAPPLY WOULD REJECT THAT HALF OF THE SWAP) AND THE   *
000330*  FACE IS ON LOCITMFD'S IMPACT REPORT TO BE CLEARED INSTEAD.   *
000340*                                                               *
000350*  A FACE ON THE LOCFRZN COUNT-FREEZE FILE (ON A CYCLE-COUNT    *
000360*  LIST AND NOT YET RECONCILED BY LOCRECON) IS LEFT OUT OF THE  *
000370*  RANKING TOO - A SWAP WOULD ONLY BE HELD IN SUSPENSE BY       *
000380*  LOCAPPLY.  IT IS COUNTED ON THE TOTALS.  NO LOCFRZN FILE YET *
000390*  MEANS NO FACE IS FROZEN.                                     *
000400*                                                               *
000410*  OUTPUTS -                                                    *
000420*      LOCSLOTR - RECOMMENDED MOVE LIST BY WAREHOUSE AND ZONE   *
000430*      LOCSLTT  - (RESLOT MODE ONLY) THE MOVES AS LOCTRAN       *
000440*                 CHANGE TRANSACTIONS, TWO PER SWAP, FOR        *
000450*                 SUPERVISOR REVIEW AND RELEASE THROUGH         *
000460*                 LOCAPPLY THE SAME WAY LOCRECON'S CORRTRAN IS  *
000470*                 RELEASED.  NOTHING IS APPLIED FROM THIS       *
000480*                 PROGRAM.                                      *
000490*                                                               *
000500*  RUN MODE (PASSED AS THE EXEC STATEMENT PARM= AND RECEIVED    *
000510*  VIA THE LINKAGE SECTION) -                                   *
000520*      REPORT   - MOVE LIST ONLY                                *
000530*      RESLOT   - MOVE LIST PLUS THE LOCSLTT TRANSACTION FILE   *
000540*      (DEFAULTS TO REPORT WHEN NO PARM IS SUPPLIED)            *
000550*  SEE JCL/LOCSLOT.JCL.                                         *
000560*                                                               *
000570*  MOD HISTORY                                                  *
000580*  ---------- --- --------------------------------------------- *
000590*  2026-10-15 RSM  ORIGINAL                                     *
000600*  2026-10-15 RSM  FACES HOLDING A DISCONTINUED ITEM ARE NOT    *
000610*                  RANKED OR SWAPPED; COUNTED ON THE TOTALS     *
000620*  2026-10-15 RSM  FACES FROZEN FOR COUNT ON LOCFRZN ARE NOT    *
000630*                  RANKED OR SWAPPED; COUNTED ON THE TOTALS     *
000640*****************************************************************
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER.  IBM-370.
000680 OBJECT-COMPUTER.  IBM-370.
000690 SPECIAL-NAMES.
000700     C01 IS LOC-NEW-PAGE.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000770            ALTERNATE RECORD KEY IS
000780                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000790                WITH DUPLICATES
000800            FILE STATUS IS LOC-ITEMMAST-STATUS.
000810 
000820     SELECT LOC-ITEM-FILE    ASSIGN TO ITEMREF
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS DYNAMIC
000850            RECORD KEY IS ITM-ITEM-NUMBER
000860            FILE STATUS IS LOC-ITEMREF-STATUS.
000870 
000880     SELECT LOC-SLOT-REPORT  ASSIGN TO LOCSLOTR
000890            ORGANIZATION IS LINE SEQUENTIAL
000900            FILE STATUS IS LOC-SLOTR-STATUS.
000910 
000920     SELECT LOC-SLTT-FILE    ASSIGN TO LOCSLTT
000930            ORGANIZATION IS LINE SEQUENTIAL
000940            FILE STATUS IS LOC-SLTT-STATUS.
000950 
000960     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
000970            ORGANIZATION IS INDEXED
000980            ACCESS MODE IS DYNAMIC
000990            RECORD KEY IS FRZ-KEY
001000            FILE STATUS IS LOC-FRZ-STATUS.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ITEM-MASTER
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 52 CHARACTERS.
001060     COPY LOCREC
001070         REPLACING ==:LOC-LVL:==    BY ==01==
001080                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001090                   ==:LOC-SUBLVL:== BY ==05==
001100                   ==:LOC-OCCURS:== BY ==      ==.
001110 
001120 FD  LOC-ITEM-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 50 CHARACTERS.
001150     COPY LOCITM.
001160 
001170 FD  LOC-SLOT-REPORT
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 132 CHARACTERS.
001200 01  LOC-SLOTR-RECORD                PIC X(132).
001210 
001220 FD  LOC-SLTT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250     COPY LOCTRAN.
001260 
001270 FD  LOC-FRZ-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 50 CHARACTERS.
001300     COPY LOCFRZ.
001310 
001320 WORKING-STORAGE SECTION.
001330 01  LOC-ITEMMAST-STATUS             PIC X(02).
001340     88  LOC-ITEMMAST-OK                 VALUE '00'.
001350 01  LOC-ITEMREF-STATUS              PIC X(02).
001360     88  LOC-ITEMREF-OK                  VALUE '00'.
001370 01  LOC-SLOTR-STATUS                PIC X(02).
001380     88  LOC-SLOTR-OK                    VALUE '00'.
001390 01  LOC-SLTT-STATUS                 PIC X(02).
001400     88  LOC-SLTT-OK                     VALUE '00'.
001410 01  LOC-FRZ-STATUS                  PIC X(02).
001420     88  LOC-FRZ-OK                      VALUE '00'.
001430 01  LOC-FRZ-FILE-SWITCH             PIC X(01)  VALUE 'Y'.
001440     88  LOC-FRZ-PRESENT                 VALUE 'Y'.
001450 
001460 01  LOC-RUN-MODE-PARM               PIC X(08)  VALUE SPACES.
001470 01  LOC-MODE-SWITCH                 PIC X(01)  VALUE 'N'.
001480     88  LOC-RESLOT-MODE                 VALUE 'Y'.
001490 
001500 01  LOC-MASTER-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001510     88  LOC-MASTER-EOF                  VALUE 'Y'.
001520 
001530 01  LOC-FACES-READ                  PIC 9(06)  COMP VALUE ZERO.
001540 01  LOC-FACES-RANKED                PIC 9(06)  COMP VALUE ZERO.
001550 01  LOC-NO-VELOCITY-COUNT           PIC 9(06)  COMP VALUE ZERO.
001560 01  LOC-DISC-ITEM-COUNT             PIC 9(06)  COMP VALUE ZERO.
001570 01  LOC-FROZEN-SKIP-COUNT           PIC 9(06)  COMP VALUE ZERO.
001580 01  LOC-SWAP-COUNT                  PIC 9(06)  COMP VALUE ZERO.
001590 01  LOC-TRANS-WRITTEN               PIC 9(06)  COMP VALUE ZERO.
001600 01  LOC-ZONE-SWAPS                  PIC 9(06)  COMP VALUE ZERO.
001610 
001620*****************************************************************
001630*  THE FACE TABLE - EVERY RANKABLE FACE, SORTED INTO WAREHOUSE/ *
001640*  ZONE/AISLE/BAY SLOT SEQUENCE SO THE BEST SLOT IN EACH ZONE   *
001650*  COMES FIRST.  BOUNDED LIKE LOCREPL'S TASK TABLE; OVERFLOW    *
001660*  IS A HARD ERROR                                              *
001670*****************************************************************
001680 01  LOC-MAX-FACES                   PIC 9(04) COMP  VALUE 5000.
001690 01  LOC-FACE-TABLE.
001700     05  LOC-FT-COUNT                PIC 9(04) COMP  VALUE ZERO.
001710     05  LOC-FT-ENTRY                OCCURS 0 TO 5000 TIMES
001720                                     DEPENDING ON LOC-FT-COUNT.
001730         10  FT-SORT-KEY.
001740             15  FT-ZONE-KEY.
001750                 20  FT-WHSE-ID      PIC X(02).
001760                 20  FT-ZONE         PIC X(02).
001770             15  FT-SLOT-KEY.
001780                 20  FT-AISLE        PIC X(02).
001790                 20  FT-BAY          PIC X(02).
001800             15  FT-LOC-CODE         PIC X(10).
001810         10  FT-ITEM-NUMBER          PIC X(08).
001820         10  FT-VELOCITY             PIC X(01).
001830         10  FT-CAPACITY             PIC 9(05).
001840         10  FT-REPL-MIN             PIC 9(05).
001850         10  FT-REPL-MAX             PIC 9(05).
001860         10  FT-PAIR-SWITCH          PIC X(01).
001870             88  FT-PAIRED               VALUE 'Y'.
001880 01  LOC-SORT-SUB-1                  PIC 9(04) COMP.
001890 01  LOC-SORT-SUB-2                  PIC 9(04) COMP.
001900 01  LOC-SWAP-ENTRY                  PIC X(43).
001910 
001920 01  LOC-GROUP-FIRST                 PIC 9(04) COMP.
001930 01  LOC-GROUP-LAST                  PIC 9(04) COMP.
001940 01  LOC-GROUP-END-SWITCH            PIC X(01)  VALUE 'N'.
001950     88  LOC-GROUP-END                   VALUE 'Y'.
001960 01  LOC-NEAR-SUB                    PIC 9(04) COMP.
001970 01  LOC-FAR-SUB                     PIC 9(04) COMP.
001980 01  LOC-BEST-SUB                    PIC 9(04) COMP.
001990 
002000 01  LOC-CURRENT-DATE.
002010     05  LOC-CUR-YYYY                PIC 9(04).
002020     05  LOC-CUR-MM                  PIC 9(02).
002030     05  LOC-CUR-DD                  PIC 9(02).
002040 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
002050 01  LOC-PAGE-NUMBER                 PIC 9(04)  COMP VALUE ZERO.
002060 01  LOC-LINE-COUNT                  PIC 9(04)  COMP VALUE 99.
002070 01  LOC-LINES-PER-PAGE              PIC 9(04)  COMP VALUE 20.
002080 
002090 01  LOC-SLOT-HDG-1.
002100     05  FILLER                      PIC X(20)  VALUE SPACES.
002110     05  FILLER                      PIC X(34)
002120         VALUE 'RECOMMENDED RE-SLOTTING MOVE LIST'.
002130     05  FILLER                      PIC X(13)  VALUE SPACES.
002140     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002150     05  SLOT-HDG-1-PAGE             PIC ZZZ9.
002160 
002170 01  LOC-SLOT-HDG-2.
002180     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
002190     05  SLOT-HDG-2-DATE       PIC X(10).
002200     05  FILLER                PIC X(56)  VALUE SPACES.
002210     05  FILLER                PIC X(15)
002220         VALUE 'PROGRAM LOCSLOT'.
002230 
002240 01  LOC-SLOT-HDG-3.
002250     05  FILLER                PIC X(12)  VALUE SPACES.
002260     05  FILLER                PIC X(36)
002270         VALUE '---- NEAR SLOT (SLOWER ITEM) ----  '.
002280     05  FILLER                PIC X(36)
002290         VALUE '---- FAR SLOT (FASTER ITEM) -----'.
002300 
002310 01  LOC-SLOT-HDG-4.
002320     05  FILLER                PIC X(06)  VALUE 'WHSE  '.
002330     05  FILLER                PIC X(06)  VALUE 'ZONE  '.
002340     05  FILLER                PIC X(12)  VALUE 'LOCATION    '.
002350     05  FILLER                PIC X(10)  VALUE 'AISLE/BAY '.
002360     05  FILLER                PIC X(10)  VALUE 'ITEM      '.
002370     05  FILLER                PIC X(06)  VALUE 'VEL   '.
002380     05  FILLER                PIC X(12)  VALUE 'LOCATION    '.
002390     05  FILLER                PIC X(10)  VALUE 'AISLE/BAY '.
002400     05  FILLER                PIC X(10)  VALUE 'ITEM      '.
002410     05  FILLER                PIC X(04)  VALUE 'VEL '.
002420 
002430 01  LOC-SLOT-DETAIL-LINE.
002440     05  SLOT-DTL-WHSE               PIC X(02).
002450     05  FILLER                      PIC X(04)  VALUE SPACES.
002460     05  SLOT-DTL-ZONE               PIC X(02).
002470     05  FILLER                      PIC X(04)  VALUE SPACES.
002480     05  SLOT-DTL-NEAR-CODE          PIC X(10).
002490     05  FILLER                      PIC X(02)  VALUE SPACES.
002500     05  SLOT-DTL-NEAR-AISLE         PIC X(02).
002510     05  FILLER                      PIC X(01)  VALUE '/'.
002520     05  SLOT-DTL-NEAR-BAY           PIC X(02).
002530     05  FILLER                      PIC X(05)  VALUE SPACES.
002540     05  SLOT-DTL-NEAR-ITEM          PIC X(08).
002550     05  FILLER                      PIC X(03)  VALUE SPACES.
002560     05  SLOT-DTL-NEAR-VEL           PIC X(01).
002570     05  FILLER                      PIC X(05)  VALUE SPACES.
002580     05  SLOT-DTL-FAR-CODE           PIC X(10).
002590     05  FILLER                      PIC X(02)  VALUE SPACES.
002600     05  SLOT-DTL-FAR-AISLE          PIC X(02).
002610     05  FILLER                      PIC X(01)  VALUE '/'.
002620     05  SLOT-DTL-FAR-BAY            PIC X(02).
002630     05  FILLER                      PIC X(05)  VALUE SPACES.
002640     05  SLOT-DTL-FAR-ITEM           PIC X(08).
002650     05  FILLER                      PIC X(03)  VALUE SPACES.
002660     05  SLOT-DTL-FAR-VEL            PIC X(01).
002670 
002680 01  LOC-SLOT-ZONE-LINE.
002690     05  FILLER                      PIC X(06)  VALUE SPACES.
002700     05  FILLER                      PIC X(11)
002710         VALUE 'ZONE TOTAL '.
002720     05  SLOT-ZTL-WHSE               PIC X(02).
002730     05  FILLER                      PIC X(01)  VALUE '/'.
002740     05  SLOT-ZTL-ZONE               PIC X(02).
002750     05  FILLER                      PIC X(09)
002760         VALUE '   SWAPS '.
002770     05  SLOT-ZTL-SWAPS              PIC ZZZ,ZZ9.
002780 
002790 01  LOC-SLOT-TOTAL-1.
002800     05  FILLER                      PIC X(24)
002810         VALUE 'FACES READ ............ '.
002820     05  SLOT-TOT-READ               PIC ZZZ,ZZ9.
002830 01  LOC-SLOT-TOTAL-2.
002840     05  FILLER                      PIC X(24)
002850         VALUE 'FACES RANKED .......... '.
002860     05  SLOT-TOT-RANKED             PIC ZZZ,ZZ9.
002870 01  LOC-SLOT-TOTAL-3.
002880     05  FILLER                      PIC X(24)
002890         VALUE 'NO ITEM VELOCITY ...... '.
002900     05  SLOT-TOT-NOVEL              PIC ZZZ,ZZ9.
002910 01  LOC-SLOT-TOTAL-6.
002920     05  FILLER                      PIC X(24)
002930         VALUE 'DISCONTINUED ITEM ..... '.
002940     05  SLOT-TOT-DISC               PIC ZZZ,ZZ9.
002950 01  LOC-SLOT-TOTAL-7.
002960     05  FILLER                      PIC X(24)
002970         VALUE 'FROZEN FOR COUNT ...... '.
002980     05  SLOT-TOT-FROZEN             PIC ZZZ,ZZ9.
002990 01  LOC-SLOT-TOTAL-4.
003000     05  FILLER                      PIC X(24)
003010         VALUE 'SWAPS RECOMMENDED ..... '.
003020     05  SLOT-TOT-SWAPS              PIC ZZZ,ZZ9.
003030 01  LOC-SLOT-TOTAL-5.
003040     05  FILLER                      PIC X(24)
003050         VALUE 'TRANSACTIONS WRITTEN .. '.
003060     05  SLOT-TOT-TRANS              PIC ZZZ,ZZ9.
003070 
003080 LINKAGE SECTION.
003090 01  LOC-PARM-AREA.
003100     05  LOC-PARM-LEN                PIC S9(04) COMP.
003110     05  LOC-PARM-TEXT               PIC X(08).
003120 
003130 PROCEDURE DIVISION USING LOC-PARM-AREA.
003140*****************************************************************
003150*  0000-MAINLINE                                                *
003160*****************************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE
003190         THRU 1000-INITIALIZE-EXIT.
003200     PERFORM 2000-LOAD-FACES
003210         THRU 2000-LOAD-FACES-EXIT.
003220     PERFORM 3000-SORT-FACE-TABLE
003230         THRU 3000-SORT-FACE-TABLE-EXIT.
003240     PERFORM 4000-PAIR-SWAPS
003250         THRU 4000-PAIR-SWAPS-EXIT.
003260     PERFORM 5500-WRITE-TOTALS
003270         THRU 5500-WRITE-TOTALS-EXIT.
003280     PERFORM 8000-TERMINATE
003290         THRU 8000-TERMINATE-EXIT.
003300 
003310*****************************************************************
003320*  1000-INITIALIZE - PICK UP THE RUN MODE, OPEN THE FILES AND   *
003330*                    GET THE RUN DATE                           *
003340*****************************************************************
003350 1000-INITIALIZE.
003360     MOVE SPACES TO LOC-RUN-MODE-PARM.
003370     IF LOC-PARM-LEN OF LOC-PARM-AREA > 0
003380        AND LOC-PARM-LEN OF LOC-PARM-AREA <= 8
003390         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA
003400                 (1:LOC-PARM-LEN OF LOC-PARM-AREA)
003410             TO LOC-RUN-MODE-PARM
003420     END-IF.
003430     IF LOC-RUN-MODE-PARM = 'RESLOT'
003440         SET LOC-RESLOT-MODE TO TRUE
003450     END-IF.
003460 
003470     OPEN INPUT ITEM-MASTER.
003480     IF NOT LOC-ITEMMAST-OK
003490         DISPLAY 'LOC0901E LOCSLOT - ITEM-MASTER OPEN FAILED, '
003500                 LOC-ITEMMAST-STATUS UPON CONSOLE
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 8000-TERMINATE
003530     END-IF.
003540 
003550     OPEN INPUT LOC-ITEM-FILE.
003560     IF NOT LOC-ITEMREF-OK
003570         DISPLAY 'LOC0902E LOCSLOT - ITEMREF OPEN FAILED, '
003580                 LOC-ITEMREF-STATUS UPON CONSOLE
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 8000-TERMINATE
003610     END-IF.
003620 
003630     OPEN OUTPUT LOC-SLOT-REPORT.
003640     IF NOT LOC-SLOTR-OK
003650         DISPLAY 'LOC0903E LOCSLOT - LOCSLOTR OPEN FAILED, '
003660                 LOC-SLOTR-STATUS UPON CONSOLE
003670         MOVE 16 TO RETURN-CODE
003680         GO TO 8000-TERMINATE
003690     END-IF.
003700 
003710     IF LOC-RESLOT-MODE
003720         OPEN OUTPUT LOC-SLTT-FILE
003730         IF NOT LOC-SLTT-OK
003740             DISPLAY 'LOC0904E LOCSLOT - LOCSLTT OPEN FAILED, '
003750                     LOC-SLTT-STATUS UPON CONSOLE
003760             MOVE 16 TO RETURN-CODE
003770             GO TO 8000-TERMINATE
003780         END-IF
003790     END-IF.
003800 
003810     OPEN INPUT LOC-FRZ-FILE.
003820     IF LOC-FRZ-STATUS = '35'
003830         MOVE 'N' TO LOC-FRZ-FILE-SWITCH
003840     ELSE
003850         IF NOT LOC-FRZ-OK
003860             DISPLAY 'LOC0905E LOCSLOT - LOCFRZN OPEN FAILED, '
003870                     LOC-FRZ-STATUS UPON CONSOLE
003880             MOVE 16 TO RETURN-CODE
003890             GO TO 8000-TERMINATE
003900         END-IF
003910     END-IF.
003920 
003930     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
003940     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
003950         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
003960 1000-INITIALIZE-EXIT.
003970     EXIT.
003980 
003990*****************************************************************
004000*  2000-LOAD-FACES - READ THE ITEM-MASTER IN KEY SEQUENCE AND   *
004010*                    TABLE EVERY ACTIVE FACE THAT HAS AN        *
004020*                    ASSIGNED ITEM, A CAPACITY AND A VELOCITY   *
004030*                    CLASS ON ITEMREF, UNLESS THE ITEM IS       *
004040*                    DISCONTINUED OR THE FACE IS FROZEN FOR     *
004050*                    COUNT                                      *
004060*****************************************************************
004070 2000-LOAD-FACES.
004080     PERFORM 2100-READ-MASTER
004090         THRU 2100-READ-MASTER-EXIT.
004100     PERFORM 2200-CHECK-ONE-FACE
004110         THRU 2200-CHECK-ONE-FACE-EXIT
004120         UNTIL LOC-MASTER-EOF.
004130 2000-LOAD-FACES-EXIT.
004140     EXIT.
004150 
004160 2100-READ-MASTER.
004170     READ ITEM-MASTER NEXT RECORD
004180         AT END
004190             SET LOC-MASTER-EOF TO TRUE
004200     END-READ.
004210 2100-READ-MASTER-EXIT.
004220     EXIT.
004230 
004240 2200-CHECK-ONE-FACE.
004250     ADD 1 TO LOC-FACES-READ.
004260     IF NOT LOC-ACTIVE OF ITEM-MASTER-RECORD
004270        OR LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD = SPACES
004280        OR LOC-CAPACITY OF ITEM-MASTER-RECORD = ZERO
004290         GO TO 2200-CHECK-ONE-FACE-NEXT
004300     END-IF.
004310     IF LOC-FRZ-PRESENT
004320         MOVE LOC-KEY OF ITEM-MASTER-RECORD TO FRZ-KEY
004330         READ LOC-FRZ-FILE
004340             INVALID KEY
004350                 CONTINUE
004360             NOT INVALID KEY
004370                 ADD 1 TO LOC-FROZEN-SKIP-COUNT
004380                 GO TO 2200-CHECK-ONE-FACE-NEXT
004390         END-READ
004400     END-IF.
004410     MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
004420         TO ITM-ITEM-NUMBER.
004430     READ LOC-ITEM-FILE
004440         INVALID KEY
004450             MOVE SPACE TO ITM-VELOCITY
004460                           ITM-STATUS
004470     END-READ.
004480     IF ITM-DISCONTINUED
004490         ADD 1 TO LOC-DISC-ITEM-COUNT
004500         GO TO 2200-CHECK-ONE-FACE-NEXT
004510     END-IF.
004520     IF NOT ITM-VELOCITY-FAST
004530        AND NOT ITM-VELOCITY-MEDIUM
004540        AND NOT ITM-VELOCITY-SLOW
004550         ADD 1 TO LOC-NO-VELOCITY-COUNT
004560         GO TO 2200-CHECK-ONE-FACE-NEXT
004570     END-IF.
004580     PERFORM 2300-ADD-FACE-ENTRY
004590         THRU 2300-ADD-FACE-ENTRY-EXIT.
004600 2200-CHECK-ONE-FACE-NEXT.
004610     PERFORM 2100-READ-MASTER
004620         THRU 2100-READ-MASTER-EXIT.
004630 2200-CHECK-ONE-FACE-EXIT.
004640     EXIT.
004650 
004660*****************************************************************
004670*  2300-ADD-FACE-ENTRY - APPEND THE FACE TO THE FACE TABLE,     *
004680*                    ABENDING IF THE TABLE IS FULL              *
004690*****************************************************************
004700 2300-ADD-FACE-ENTRY.
004710     IF LOC-FT-COUNT >= LOC-MAX-FACES
004720         DISPLAY 'LOC0999E LOCSLOT - FACE TABLE OVERFLOW, '
004730                 'LIMIT IS ' LOC-MAX-FACES UPON CONSOLE
004740         MOVE 900 TO RETURN-CODE
004750         GO TO 8000-TERMINATE
004760     END-IF.
004770     ADD 1 TO LOC-FT-COUNT.
004780     ADD 1 TO LOC-FACES-RANKED.
004790     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD
004800         TO FT-WHSE-ID (LOC-FT-COUNT).
004810     MOVE LOC-ZONE OF ITEM-MASTER-RECORD
004820         TO FT-ZONE (LOC-FT-COUNT).
004830     MOVE LOC-AISLE OF ITEM-MASTER-RECORD
004840         TO FT-AISLE (LOC-FT-COUNT).
004850     MOVE LOC-BAY OF ITEM-MASTER-RECORD
004860         TO FT-BAY (LOC-FT-COUNT).
004870     MOVE LOC-CODE OF ITEM-MASTER-RECORD
004880         TO FT-LOC-CODE (LOC-FT-COUNT).
004890     MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
004900         TO FT-ITEM-NUMBER (LOC-FT-COUNT).
004910     MOVE ITM-VELOCITY TO FT-VELOCITY (LOC-FT-COUNT).
004920     MOVE LOC-CAPACITY OF ITEM-MASTER-RECORD
004930         TO FT-CAPACITY (LOC-FT-COUNT).
004940     MOVE LOC-REPL-MIN OF ITEM-MASTER-RECORD
004950         TO FT-REPL-MIN (LOC-FT-COUNT).
004960     MOVE LOC-REPL-MAX OF ITEM-MASTER-RECORD
004970         TO FT-REPL-MAX (LOC-FT-COUNT).
004980     MOVE 'N' TO FT-PAIR-SWITCH (LOC-FT-COUNT).
004990 2300-ADD-FACE-ENTRY-EXIT.
005000     EXIT.
005010 
005020*****************************************************************
005030*  3000-SORT-FACE-TABLE - SORT THE FACE TABLE INTO WAREHOUSE/   *
005040*                    ZONE/AISLE/BAY SLOT SEQUENCE (THE SAME     *
005050*                    STRAIGHT SELECTION SORT LOCREPL USES)      *
005060*****************************************************************
005070 3000-SORT-FACE-TABLE.
005080     IF LOC-FT-COUNT < 2
005090         GO TO 3000-SORT-FACE-TABLE-EXIT
005100     END-IF.
005110     PERFORM 3100-SORT-ONE-SLOT
005120         THRU 3100-SORT-ONE-SLOT-EXIT
005130         VARYING LOC-SORT-SUB-1 FROM 1 BY 1
005140         UNTIL LOC-SORT-SUB-1 >= LOC-FT-COUNT.
005150 3000-SORT-FACE-TABLE-EXIT.
005160     EXIT.
005170 
005180 3100-SORT-ONE-SLOT.
005190     PERFORM 3200-COMPARE-AND-SWAP
005200         THRU 3200-COMPARE-AND-SWAP-EXIT
005210         VARYING LOC-SORT-SUB-2 FROM LOC-SORT-SUB-1 BY 1
005220         UNTIL LOC-SORT-SUB-2 > LOC-FT-COUNT.
005230 3100-SORT-ONE-SLOT-EXIT.
005240     EXIT.
005250 
005260 3200-COMPARE-AND-SWAP.
005270     IF LOC-SORT-SUB-2 > LOC-SORT-SUB-1
005280        AND FT-SORT-KEY (LOC-SORT-SUB-2)
005290                < FT-SORT-KEY (LOC-SORT-SUB-1)
005300         MOVE LOC-FT-ENTRY (LOC-SORT-SUB-1) TO LOC-SWAP-ENTRY
005310         MOVE LOC-FT-ENTRY (LOC-SORT-SUB-2)
005320             TO LOC-FT-ENTRY (LOC-SORT-SUB-1)
005330         MOVE LOC-SWAP-ENTRY TO LOC-FT-ENTRY (LOC-SORT-SUB-2)
005340     END-IF.
005350 3200-COMPARE-AND-SWAP-EXIT.
005360     EXIT.
005370 
005380*****************************************************************
005390*  4000-PAIR-SWAPS - TAKE THE SORTED TABLE ONE WAREHOUSE/ZONE   *
005400*                    GROUP AT A TIME, PAIR THE SWAPS IN EACH    *
005410*                    GROUP AND CLOSE IT WITH A ZONE TOTAL       *
005420*****************************************************************
005430 4000-PAIR-SWAPS.
005440     PERFORM 5300-WRITE-PAGE-HEADINGS
005450         THRU 5300-WRITE-PAGE-HEADINGS-EXIT.
005460     IF LOC-FT-COUNT = 0
005470         MOVE SPACES TO LOC-SLOTR-RECORD
005480         STRING 'NO ACTIVE FACE WITH A VELOCITY CLASS WAS FOUND'
005490             DELIMITED BY SIZE INTO LOC-SLOTR-RECORD
005500         WRITE LOC-SLOTR-RECORD
005510         GO TO 4000-PAIR-SWAPS-EXIT
005520     END-IF.
005530     MOVE 1 TO LOC-GROUP-FIRST.
005540     PERFORM 4100-PAIR-ONE-ZONE
005550         THRU 4100-PAIR-ONE-ZONE-EXIT
005560         UNTIL LOC-GROUP-FIRST > LOC-FT-COUNT.
005570 4000-PAIR-SWAPS-EXIT.
005580     EXIT.
005590 
005600 4100-PAIR-ONE-ZONE.
005610     MOVE LOC-GROUP-FIRST TO LOC-GROUP-LAST.
005620     MOVE 'N' TO LOC-GROUP-END-SWITCH.
005630     PERFORM 4110-FIND-GROUP-END
005640         THRU 4110-FIND-GROUP-END-EXIT
005650         UNTIL LOC-GROUP-END.
005660     MOVE ZERO TO LOC-ZONE-SWAPS.
005670     PERFORM 4200-PAIR-NEAR-FACE
005680         THRU 4200-PAIR-NEAR-FACE-EXIT
005690         VARYING LOC-NEAR-SUB FROM LOC-GROUP-FIRST BY 1
005700         UNTIL LOC-NEAR-SUB >= LOC-GROUP-LAST.
005710     IF LOC-ZONE-SWAPS > ZERO
005720         PERFORM 5200-WRITE-ZONE-TOTAL
005730             THRU 5200-WRITE-ZONE-TOTAL-EXIT
005740     END-IF.
005750     COMPUTE LOC-GROUP-FIRST = LOC-GROUP-LAST + 1.
005760 4100-PAIR-ONE-ZONE-EXIT.
005770     EXIT.
005780 
005790 4110-FIND-GROUP-END.
005800     IF LOC-GROUP-LAST >= LOC-FT-COUNT
005810         SET LOC-GROUP-END TO TRUE
005820         GO TO 4110-FIND-GROUP-END-EXIT
005830     END-IF.
005840     IF FT-ZONE-KEY (LOC-GROUP-LAST + 1)
005850            NOT = FT-ZONE-KEY (LOC-GROUP-FIRST)
005860         SET LOC-GROUP-END TO TRUE
005870         GO TO 4110-FIND-GROUP-END-EXIT
005880     END-IF.
005890     ADD 1 TO LOC-GROUP-LAST.
005900 4110-FIND-GROUP-END-EXIT.
005910     EXIT.
005920 
005930*****************************************************************
005940*  4200-PAIR-NEAR-FACE - FOR ONE UNPAIRED FACE HOLDING A B OR C *
005950*                    ITEM, LOOK DOWN THE REST OF THE ZONE FOR   *
005960*                    THE FASTEST ITEM IN A WORSE SLOT THAT CAN  *
005970*                    SWAP WITHOUT BREAKING CAPACITY EITHER WAY  *
005980*****************************************************************
005990 4200-PAIR-NEAR-FACE.
006000     IF FT-PAIRED (LOC-NEAR-SUB)
006010        OR FT-VELOCITY (LOC-NEAR-SUB) = 'A'
006020         GO TO 4200-PAIR-NEAR-FACE-EXIT
006030     END-IF.
006040     MOVE ZERO TO LOC-BEST-SUB.
006050     PERFORM 4300-CHECK-FAR-FACE
006060         THRU 4300-CHECK-FAR-FACE-EXIT
006070         VARYING LOC-FAR-SUB FROM LOC-GROUP-LAST BY -1
006080         UNTIL LOC-FAR-SUB <= LOC-NEAR-SUB.
006090     IF LOC-BEST-SUB = ZERO
006100         GO TO 4200-PAIR-NEAR-FACE-EXIT
006110     END-IF.
006120     SET FT-PAIRED (LOC-NEAR-SUB) TO TRUE.
006130     SET FT-PAIRED (LOC-BEST-SUB) TO TRUE.
006140     ADD 1 TO LOC-SWAP-COUNT.
006150     ADD 1 TO LOC-ZONE-SWAPS.
006160     PERFORM 5100-WRITE-SWAP-LINE
006170         THRU 5100-WRITE-SWAP-LINE-EXIT.
006180     IF LOC-RESLOT-MODE
006190         PERFORM 6000-WRITE-SWAP-TRANS
006200             THRU 6000-WRITE-SWAP-TRANS-EXIT
006210     END-IF.
006220 4200-PAIR-NEAR-FACE-EXIT.
006230     EXIT.
006240 
006250 4300-CHECK-FAR-FACE.
006260     IF FT-PAIRED (LOC-FAR-SUB)
006270        OR FT-SLOT-KEY (LOC-FAR-SUB)
006280               NOT > FT-SLOT-KEY (LOC-NEAR-SUB)
006290        OR FT-VELOCITY (LOC-FAR-SUB)
006300               NOT < FT-VELOCITY (LOC-NEAR-SUB)
006310         GO TO 4300-CHECK-FAR-FACE-EXIT
006320     END-IF.
006330     IF FT-REPL-MAX (LOC-FAR-SUB) > FT-CAPACITY (LOC-NEAR-SUB)
006340        OR FT-REPL-MAX (LOC-NEAR-SUB) > FT-CAPACITY (LOC-FAR-SUB)
006350         GO TO 4300-CHECK-FAR-FACE-EXIT
006360     END-IF.
006370     IF LOC-BEST-SUB = ZERO
006380         MOVE LOC-FAR-SUB TO LOC-BEST-SUB
006390     ELSE
006400         IF FT-VELOCITY (LOC-FAR-SUB)
006410                < FT-VELOCITY (LOC-BEST-SUB)
006420             MOVE LOC-FAR-SUB TO LOC-BEST-SUB
006430         END-IF
006440     END-IF.
006450 4300-CHECK-FAR-FACE-EXIT.
006460     EXIT.
006470 
006480*****************************************************************
006490*  5100-WRITE-SWAP-LINE - ONE LINE OF THE MOVE LIST PER SWAP    *
006500*****************************************************************
006510 5100-WRITE-SWAP-LINE.
006520     IF LOC-LINE-COUNT >= LOC-LINES-PER-PAGE
006530         PERFORM 5300-WRITE-PAGE-HEADINGS
006540             THRU 5300-WRITE-PAGE-HEADINGS-EXIT
006550     END-IF.
006560     MOVE FT-WHSE-ID (LOC-NEAR-SUB) TO SLOT-DTL-WHSE.
006570     MOVE FT-ZONE (LOC-NEAR-SUB) TO SLOT-DTL-ZONE.
006580     MOVE FT-LOC-CODE (LOC-NEAR-SUB) TO SLOT-DTL-NEAR-CODE.
006590     MOVE FT-AISLE (LOC-NEAR-SUB) TO SLOT-DTL-NEAR-AISLE.
006600     MOVE FT-BAY (LOC-NEAR-SUB) TO SLOT-DTL-NEAR-BAY.
006610     MOVE FT-ITEM-NUMBER (LOC-NEAR-SUB) TO SLOT-DTL-NEAR-ITEM.
006620     MOVE FT-VELOCITY (LOC-NEAR-SUB) TO SLOT-DTL-NEAR-VEL.
006630     MOVE FT-LOC-CODE (LOC-BEST-SUB) TO SLOT-DTL-FAR-CODE.
006640     MOVE FT-AISLE (LOC-BEST-SUB) TO SLOT-DTL-FAR-AISLE.
006650     MOVE FT-BAY (LOC-BEST-SUB) TO SLOT-DTL-FAR-BAY.
006660     MOVE FT-ITEM-NUMBER (LOC-BEST-SUB) TO SLOT-DTL-FAR-ITEM.
006670     MOVE FT-VELOCITY (LOC-BEST-SUB) TO SLOT-DTL-FAR-VEL.
006680     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-DETAIL-LINE.
006690     ADD 1 TO LOC-LINE-COUNT.
006700 5100-WRITE-SWAP-LINE-EXIT.
006710     EXIT.
006720 
006730 5200-WRITE-ZONE-TOTAL.
006740     MOVE FT-WHSE-ID (LOC-GROUP-FIRST) TO SLOT-ZTL-WHSE.
006750     MOVE FT-ZONE (LOC-GROUP-FIRST) TO SLOT-ZTL-ZONE.
006760     MOVE LOC-ZONE-SWAPS TO SLOT-ZTL-SWAPS.
006770     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-ZONE-LINE.
006780     MOVE SPACES TO LOC-SLOTR-RECORD.
006790     WRITE LOC-SLOTR-RECORD.
006800     ADD 2 TO LOC-LINE-COUNT.
006810 5200-WRITE-ZONE-TOTAL-EXIT.
006820     EXIT.
006830 
006840 5300-WRITE-PAGE-HEADINGS.
006850     ADD 1 TO LOC-PAGE-NUMBER.
006860     MOVE LOC-PAGE-NUMBER TO SLOT-HDG-1-PAGE.
006870     MOVE LOC-REPORT-DATE TO SLOT-HDG-2-DATE.
006880     IF LOC-PAGE-NUMBER = 1
006890         WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-HDG-1
006900             AFTER ADVANCING 1 LINE
006910     ELSE
006920         WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-HDG-1
006930             AFTER ADVANCING LOC-NEW-PAGE
006940     END-IF.
006950     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-HDG-2
006960         AFTER ADVANCING 1 LINE.
006970     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-HDG-3
006980         AFTER ADVANCING 2 LINES.
006990     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-HDG-4
007000         AFTER ADVANCING 1 LINE.
007010     MOVE 5 TO LOC-LINE-COUNT.
007020 5300-WRITE-PAGE-HEADINGS-EXIT.
007030     EXIT.
007040 
007050 5500-WRITE-TOTALS.
007060     MOVE SPACES TO LOC-SLOTR-RECORD.
007070     WRITE LOC-SLOTR-RECORD.
007080     MOVE LOC-FACES-READ TO SLOT-TOT-READ.
007090     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-TOTAL-1.
007100     MOVE LOC-FACES-RANKED TO SLOT-TOT-RANKED.
007110     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-TOTAL-2.
007120     MOVE LOC-NO-VELOCITY-COUNT TO SLOT-TOT-NOVEL.
007130     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-TOTAL-3.
007140     MOVE LOC-DISC-ITEM-COUNT TO SLOT-TOT-DISC.
007150     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-TOTAL-6.
007160     MOVE LOC-FROZEN-SKIP-COUNT TO SLOT-TOT-FROZEN.
007170     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-TOTAL-7.
007180     MOVE LOC-SWAP-COUNT TO SLOT-TOT-SWAPS.
007190     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-TOTAL-4.
007200     MOVE LOC-TRANS-WRITTEN TO SLOT-TOT-TRANS.
007210     WRITE LOC-SLOTR-RECORD FROM LOC-SLOT-TOTAL-5.
007220 5500-WRITE-TOTALS-EXIT.
007230     EXIT.
007240 
007250*****************************************************************
007260*  6000-WRITE-SWAP-TRANS - THE SWAP AS TWO LOCTRAN CHANGE       *
007270*                    TRANSACTIONS, ONE PER FACE.  EACH CARRIES  *
007280*                    ONLY THE INCOMING ITEM AND ITS             *
007290*                    REPLENISHMENT MIN/MAX - LOCAPPLY KEEPS THE *
007300*                    MASTER'S OTHER FIELDS WHEN A CHANGE FIELD  *
007310*                    IS LEFT BLANK, SO STATUS, SLOT AND         *
007320*                    CAPACITY STAY WITH THE FACE                *
007330*****************************************************************
007340 6000-WRITE-SWAP-TRANS.
007350     MOVE SPACES TO LOC-TRAN-RECORD.
007360     MOVE 'C' TO TRAN-ACTION.
007370     MOVE FT-WHSE-ID (LOC-NEAR-SUB) TO TRAN-WHSE-ID.
007380     MOVE FT-LOC-CODE (LOC-NEAR-SUB) TO TRAN-LOC-CODE.
007390     MOVE FT-ITEM-NUMBER (LOC-BEST-SUB) TO TRAN-ITEM-NUMBER.
007400     MOVE FT-REPL-MIN (LOC-BEST-SUB) TO TRAN-REPL-MIN.
007410     MOVE FT-REPL-MAX (LOC-BEST-SUB) TO TRAN-REPL-MAX.
007420     WRITE LOC-TRAN-RECORD.
007430     ADD 1 TO LOC-TRANS-WRITTEN.
007440 
007450     MOVE SPACES TO LOC-TRAN-RECORD.
007460     MOVE 'C' TO TRAN-ACTION.
007470     MOVE FT-WHSE-ID (LOC-BEST-SUB) TO TRAN-WHSE-ID.
007480     MOVE FT-LOC-CODE (LOC-BEST-SUB) TO TRAN-LOC-CODE.
007490     MOVE FT-ITEM-NUMBER (LOC-NEAR-SUB) TO TRAN-ITEM-NUMBER.
007500     MOVE FT-REPL-MIN (LOC-NEAR-SUB) TO TRAN-REPL-MIN.
007510     MOVE FT-REPL-MAX (LOC-NEAR-SUB) TO TRAN-REPL-MAX.
007520     WRITE LOC-TRAN-RECORD.
007530     ADD 1 TO LOC-TRANS-WRITTEN.
007540 6000-WRITE-SWAP-TRANS-EXIT.
007550     EXIT.
007560 
007570*****************************************************************
007580*  8000-TERMINATE - CLOSE THE FILES                             *
007590*****************************************************************
007600 8000-TERMINATE.
007610     CLOSE ITEM-MASTER
007620           LOC-ITEM-FILE
007630           LOC-SLOT-REPORT.
007640     IF LOC-RESLOT-MODE
007650         CLOSE LOC-SLTT-FILE
007660     END-IF.
007670     IF LOC-FRZ-PRESENT
007680         CLOSE LOC-FRZ-FILE
007690     END-IF.
007700     IF RETURN-CODE = ZERO
007710         DISPLAY 'LOC0181I LOCSLOT - NORMAL COMPLETION, '
007720                 LOC-SWAP-COUNT ' SWAPS RECOMMENDED, '
007730                 LOC-TRANS-WRITTEN ' TRANSACTIONS WRITTEN'
007740                 UPON CONSOLE
007750     ELSE
007760         DISPLAY 'LOC0182E LOCSLOT - ABENDING, RETURN CODE '
007770                 RETURN-CODE UPON CONSOLE
007780     END-IF.
007790 8000-TERMINATE-EXIT.
007800     EXIT.
007810     STOP RUN.
