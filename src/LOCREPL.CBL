000310*  RAW WMSONH FEED IS SORTED BY THE JOB BEFORE THIS STEP RUNS   *
000320*  (SEE JCL/LOCNITE.JCL, STEPS SORTONH AND REPLN).              *
000330*                                                                *
000340*  EVERY TASK CUT IS ALSO RECORDED ON THE KEYED LOCOTSK OPEN-   *
000350*  TASK FILE, AND STAYS THERE UNTIL LOCTASK SEES THE WMS        *
000360*  CONFIRM IT COMPLETE.  A FACE THAT TRIGGERS AGAIN WHILE ITS   *
000370*  TASK IS STILL OPEN IS NOT SENT THE SAME PULL TWICE - IF THE  *
000380*  OPEN QUANTITY ALREADY BRINGS THE FACE TO ITS LOC-REPL-MAX    *
000390*  THE FACE IS SKIPPED, OTHERWISE A TOP-UP TASK IS CUT FOR THE  *
000400*  DIFFERENCE ONLY AND THE OPEN QUANTITY IS RAISED TO MATCH.    *
000410*                                                                *
000420*  A FACE ON THE LOCFRZN COUNT-FREEZE FILE (ON TODAY'S CYCLE-   *
000430*  COUNT LIST) IS NOT REPLENISHED UNTIL IT HAS BEEN COUNTED - A *
000440*  PULL LANDING MID-COUNT WOULD THROW THE COUNT.  SUCH A FACE   *
000450*  IS SKIPPED AND COUNTED IN THE TOTALS.  NO LOCFRZN FILE YET   *
000460*  MEANS NO FACE IS FROZEN.                                     *
000470*                                                                *
000480*  MOD HISTORY                                                  *
000490*  ---------- --- --------------------------------------------- *
000500*  2026-09-03 RSM  ORIGINAL                                      *
000510*  2026-09-03 RSM  MULTI-WAREHOUSE - THE ON-HAND FEED CARRIES   *
000520*                  THE WAREHOUSE ID (BLANK TAKEN AS 01), THE    *
000530*                  MATCH RUNS ON THE WAREHOUSE + CODE KEY AND   *
000540*                  THE WALKING SEQUENCE, THE REPORT AND THE     *
000550*                  TASK FEED ARE BROKEN BY WAREHOUSE            *
000560*  2026-10-15 RSM  OPEN-TASK TRACKING - TASKS CUT ARE RECORDED  *
000570*                  ON LOCOTSK; A FACE WITH AN OPEN TASK IS      *
000580*                  SKIPPED OR TOPPED UP INSTEAD OF RE-ISSUED    *
000590*  2026-10-15 RSM  COUNT FREEZE - A FACE ON LOCFRZN THAT WOULD  *
000600*                  HAVE TRIGGERED IS SKIPPED UNTIL COUNTED      *
000610*****************************************************************
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.  IBM-370.
000650 OBJECT-COMPUTER.  IBM-370.
000660 SPECIAL-NAMES.
000670     C01 IS LOC-NEW-PAGE.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE IS DYNAMIC
000730            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000740            ALTERNATE RECORD KEY IS
000750                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000760                WITH DUPLICATES
000770            FILE STATUS IS LOC-ITEMMAST-STATUS.
000780 
000790     SELECT LOC-ONH-FILE     ASSIGN TO WMSONH
000800            ORGANIZATION IS LINE SEQUENTIAL
000810            FILE STATUS IS LOC-ONH-STATUS.
000820 
000830     SELECT LOC-REPL-REPORT  ASSIGN TO LOCREPLR
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS LOC-REPLR-STATUS.
000860 
000870     SELECT LOC-TASK-FILE    ASSIGN TO WMSTASK
000880            ORGANIZATION IS LINE SEQUENTIAL
000890            FILE STATUS IS LOC-TASK-STATUS.
000900 
000910     SELECT LOC-OTSK-FILE    ASSIGN TO LOCOTSK
000920            ORGANIZATION IS INDEXED
000930            ACCESS MODE IS DYNAMIC
000940            RECORD KEY IS OTK-KEY
000950            FILE STATUS IS LOC-OTSK-STATUS.
000960 
000970     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
000980            ORGANIZATION IS INDEXED
000990            ACCESS MODE IS DYNAMIC
001000            RECORD KEY IS FRZ-KEY
001010            FILE STATUS IS LOC-FRZ-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  ITEM-MASTER
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 52 CHARACTERS.
001070     COPY LOCREC
001080         REPLACING ==:LOC-LVL:==    BY ==01==
001090                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001100                   ==:LOC-SUBLVL:== BY ==05==
001110                   ==:LOC-OCCURS:== BY ==      ==.
001120 
001130 FD  LOC-ONH-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  LOC-ONH-RECORD.
001170     05  ONH-LOC-CODE                PIC X(10).
001180     05  ONH-QTY                     PIC X(05).
001190     05  ONH-WHSE-ID                 PIC X(02).
001200     05  FILLER                      PIC X(63).
001210 
001220 FD  LOC-REPL-REPORT
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 132 CHARACTERS.
001250 01  LOC-REPLR-RECORD                PIC X(132).
001260 
001270 FD  LOC-TASK-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  LOC-TASK-RECORD                 PIC X(80).
001310 
001320 FD  LOC-OTSK-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 50 CHARACTERS.
001350     COPY LOCOTK.
001360 
001370 FD  LOC-FRZ-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 50 CHARACTERS.
001400     COPY LOCFRZ.
001410 
001420 WORKING-STORAGE SECTION.
001430 01  LOC-ITEMMAST-STATUS             PIC X(02).
001440     88  LOC-ITEMMAST-OK                 VALUE '00'.
001450 01  LOC-ONH-STATUS                  PIC X(02).
001460     88  LOC-ONH-OK                      VALUE '00'.
001470 01  LOC-REPLR-STATUS                PIC X(02).
001480     88  LOC-REPLR-OK                    VALUE '00'.
001490 01  LOC-TASK-STATUS                 PIC X(02).
001500     88  LOC-TASK-OK                     VALUE '00'.
001510 01  LOC-OTSK-STATUS                 PIC X(02).
001520     88  LOC-OTSK-OK                     VALUE '00'.
001530     88  LOC-OTSK-NOTFOUND               VALUE '23'.
001540 01  LOC-FRZ-STATUS                  PIC X(02).
001550     88  LOC-FRZ-OK                      VALUE '00'.
001560 
001570 01  LOC-MASTER-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001580     88  LOC-MASTER-EOF                  VALUE 'Y'.
001590 01  LOC-ONH-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001600     88  LOC-ONH-EOF                     VALUE 'Y'.
001610 01  LOC-OPEN-TASK-SWITCH            PIC X(01)  VALUE 'N'.
001620     88  LOC-HAS-OPEN-TASK               VALUE 'Y'.
001630 01  LOC-FRZ-FILE-SWITCH             PIC X(01)  VALUE 'Y'.
001640     88  LOC-FRZ-PRESENT                 VALUE 'Y'.
001650 
001660 01  LOC-MASTER-KEY                  PIC X(12)  VALUE SPACES.
001670 01  LOC-ONH-KEY                     VALUE SPACES.
001680     05  LOC-ONH-KEY-WHSE            PIC X(02).
001690     05  LOC-ONH-KEY-CODE            PIC X(10).
001700 
001710 01  LOC-ONH-QTY-VALUE               PIC 9(05)       VALUE ZERO.
001720 01  LOC-NEEDED-QTY                  PIC 9(05)       VALUE ZERO.
001730 01  LOC-OPEN-QTY                    PIC 9(05)       VALUE ZERO.
001740 
001750 01  LOC-FACES-CHECKED               PIC 9(06)  COMP VALUE ZERO.
001760 01  LOC-TASK-COUNT                  PIC 9(06)  COMP VALUE ZERO.
001770 01  LOC-NO-ONHAND-COUNT             PIC 9(06)  COMP VALUE ZERO.
001780 01  LOC-BAD-QTY-COUNT               PIC 9(06)  COMP VALUE ZERO.
001790 01  LOC-STRAY-ONH-COUNT             PIC 9(06)  COMP VALUE ZERO.
001800 01  LOC-OPEN-SKIP-COUNT             PIC 9(06)  COMP VALUE ZERO.
001810 01  LOC-TOPUP-COUNT                 PIC 9(06)  COMP VALUE ZERO.
001820 01  LOC-FROZEN-SKIP-COUNT           PIC 9(06)  COMP VALUE ZERO.
001830 
001840*****************************************************************
001850*  THE REPLENISHMENT TASK TABLE - EVERY FACE THAT TRIGGERED,    *
001860*  COLLECTED DURING THE MATCH AND SORTED INTO ZONE/AISLE/BAY    *
001870*  WALKING SEQUENCE BEFORE THE REPORT AND THE TASK FEED ARE     *
001880*  CUT.  BOUNDED LIKE HELLO'S LOCATION TABLE; OVERFLOW IS A     *
001890*  HARD ERROR                                                   *
001900*****************************************************************
001910 01  LOC-MAX-TASKS                   PIC 9(04) COMP  VALUE 500.
001920 01  LOC-TASK-TABLE.
001930     05  LOC-TT-COUNT                PIC 9(04) COMP  VALUE ZERO.
001940     05  LOC-TT-ENTRY                OCCURS 0 TO 500 TIMES
001950                                     DEPENDING ON LOC-TT-COUNT.
001960         10  TT-WALK-KEY.
001970             15  TT-WHSE-ID          PIC X(02).
001980             15  TT-ZONE             PIC X(02).
001990             15  TT-AISLE            PIC X(02).
002000             15  TT-BAY              PIC X(02).
002010         10  TT-LOC-CODE             PIC X(10).
002020         10  TT-ITEM-NUMBER          PIC X(08).
002030         10  TT-ONHAND               PIC 9(05).
002040         10  TT-REPL-MIN             PIC 9(05).
002050         10  TT-REPL-MAX             PIC 9(05).
002060         10  TT-NEEDED               PIC 9(05).
002070         10  TT-OPEN-QTY             PIC 9(05).
002080         10  TT-ACTION               PIC X(01).
002090             88  TT-NEW-TASK             VALUE 'N'.
002100             88  TT-TOP-UP               VALUE 'T'.
002110 01  LOC-SORT-SUB-1                  PIC 9(04) COMP.
002120 01  LOC-SORT-SUB-2                  PIC 9(04) COMP.
002130 01  LOC-PRINT-SUB                   PIC 9(04) COMP.
002140 01  LOC-SWAP-ENTRY                  PIC X(52).
002150 
002160 01  LOC-CURRENT-DATE.
002170     05  LOC-CUR-YYYY                PIC 9(04).
002180     05  LOC-CUR-MM                  PIC 9(02).
002190     05  LOC-CUR-DD                  PIC 9(02).
002200 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
002210 01  LOC-PAGE-NUMBER                 PIC 9(04)  COMP VALUE ZERO.
002220 01  LOC-LINE-COUNT                  PIC 9(04)  COMP VALUE 99.
002230 01  LOC-LINES-PER-PAGE              PIC 9(04)  COMP VALUE 20.
002240 
002250 01  LOC-REPL-HDG-1.
002260     05  FILLER                      PIC X(20)  VALUE SPACES.
002270     05  FILLER                      PIC X(34)
002280         VALUE 'PICK-FACE REPLENISHMENT TASK LIST'.
002290     05  FILLER                      PIC X(13)  VALUE SPACES.
002300     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002310     05  REPL-HDG-1-PAGE             PIC ZZZ9.
002320 
002330 01  LOC-REPL-HDG-2.
002340     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
002350     05  REPL-HDG-2-DATE       PIC X(10).
002360     05  FILLER                PIC X(56)  VALUE SPACES.
002370     05  FILLER                PIC X(15)
002380         VALUE 'PROGRAM LOCREPL'.
002390 
002400 01  LOC-REPL-HDG-3.
002410     05  FILLER                PIC X(06)  VALUE 'WHSE  '.
002420     05  FILLER                PIC X(05)  VALUE 'ZONE '.
002430     05  FILLER                PIC X(06)  VALUE 'AISLE '.
002440     05  FILLER                PIC X(05)  VALUE 'BAY  '.
002450     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
002460     05  FILLER                PIC X(10)  VALUE 'ITEM      '.
002470     05  FILLER                PIC X(08)  VALUE ' ON-HAND'.
002480     05  FILLER                PIC X(08)  VALUE '    MIN '.
002490     05  FILLER                PIC X(08)  VALUE '    MAX '.
002500     05  FILLER                PIC X(08)  VALUE ' NEEDED '.
002510     05  FILLER                PIC X(08)  VALUE 'OPEN QTY'.
002520     05  FILLER                PIC X(08)  VALUE '  TASK'.
002530 
002540 01  LOC-REPL-DETAIL-LINE.
002550     05  REPL-DTL-WHSE               PIC X(02).
002560     05  FILLER                      PIC X(04)  VALUE SPACES.
002570     05  REPL-DTL-ZONE               PIC X(02).
002580     05  FILLER                      PIC X(04)  VALUE SPACES.
002590     05  REPL-DTL-AISLE              PIC X(02).
002600     05  FILLER                      PIC X(03)  VALUE SPACES.
002610     05  REPL-DTL-BAY                PIC X(02).
002620     05  FILLER                      PIC X(03)  VALUE SPACES.
002630     05  REPL-DTL-CODE               PIC X(10).
002640     05  FILLER                      PIC X(04)  VALUE SPACES.
002650     05  REPL-DTL-ITEM               PIC X(08).
002660     05  FILLER                      PIC X(02)  VALUE SPACES.
002670     05  REPL-DTL-ONHAND             PIC ZZ,ZZ9.
002680     05  FILLER                      PIC X(02)  VALUE SPACES.
002690     05  REPL-DTL-MIN                PIC ZZ,ZZ9.
002700     05  FILLER                      PIC X(02)  VALUE SPACES.
002710     05  REPL-DTL-MAX                PIC ZZ,ZZ9.
002720     05  FILLER                      PIC X(02)  VALUE SPACES.
002730     05  REPL-DTL-NEEDED             PIC ZZ,ZZ9.
002740     05  FILLER                      PIC X(02)  VALUE SPACES.
002750     05  REPL-DTL-OPEN               PIC ZZ,ZZ9.
002760     05  FILLER                      PIC X(02)  VALUE SPACES.
002770     05  REPL-DTL-ACTION             PIC X(06).
002780 
002790 01  LOC-REPL-TOTAL-1.
002800     05  FILLER                      PIC X(24)
002810         VALUE 'FACES CHECKED ......... '.
002820     05  REPL-TOT-CHECKED            PIC ZZZ,ZZ9.
002830 01  LOC-REPL-TOTAL-2.
002840     05  FILLER                      PIC X(24)
002850         VALUE 'TASKS CUT ............. '.
002860     05  REPL-TOT-TASKS              PIC ZZZ,ZZ9.
002870 01  LOC-REPL-TOTAL-3.
002880     05  FILLER                      PIC X(24)
002890         VALUE 'NO ON-HAND REPORTED ... '.
002900     05  REPL-TOT-NOONH              PIC ZZZ,ZZ9.
002910 01  LOC-REPL-TOTAL-4.
002920     05  FILLER                      PIC X(24)
002930         VALUE 'BAD FEED QUANTITY ..... '.
002940     05  REPL-TOT-BADQTY             PIC ZZZ,ZZ9.
002950 01  LOC-REPL-TOTAL-5.
002960     05  FILLER                      PIC X(24)
002970         VALUE 'ON-HAND, NOT ON FILE .. '.
002980     05  REPL-TOT-STRAY              PIC ZZZ,ZZ9.
002990 01  LOC-REPL-TOTAL-6.
003000     05  FILLER                      PIC X(24)
003010         VALUE 'OPEN TASK, SKIPPED .... '.
003020     05  REPL-TOT-SKIPPED            PIC ZZZ,ZZ9.
003030 01  LOC-REPL-TOTAL-7.
003040     05  FILLER                      PIC X(24)
003050         VALUE 'OPEN TASK, TOPPED UP .. '.
003060     05  REPL-TOT-TOPUP              PIC ZZZ,ZZ9.
003070 01  LOC-REPL-TOTAL-8.
003080     05  FILLER                      PIC X(24)
003090         VALUE 'FROZEN FOR COUNT ...... '.
003100     05  REPL-TOT-FROZEN             PIC ZZZ,ZZ9.
003110 
003120 PROCEDURE DIVISION.
003130*****************************************************************
003140*  0000-MAINLINE                                                *
003150*****************************************************************
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE
003180         THRU 1000-INITIALIZE-EXIT.
003190     PERFORM 2000-MATCH-ONHAND
003200         THRU 2000-MATCH-ONHAND-EXIT.
003210     PERFORM 3000-SORT-TASK-TABLE
003220         THRU 3000-SORT-TASK-TABLE-EXIT.
003230     PERFORM 5000-WRITE-OUTPUTS
003240         THRU 5000-WRITE-OUTPUTS-EXIT.
003250     PERFORM 8000-TERMINATE
003260         THRU 8000-TERMINATE-EXIT.
003270 
003280*****************************************************************
003290*  1000-INITIALIZE - OPEN FILES, GET THE RUN DATE AND PRIME     *
003300*                    THE MATCH                                  *
003310*****************************************************************
003320 1000-INITIALIZE.
003330     OPEN INPUT ITEM-MASTER.
003340     IF NOT LOC-ITEMMAST-OK
003350         DISPLAY 'LOC0901E LOCREPL - ITEM-MASTER OPEN FAILED, '
003360                 LOC-ITEMMAST-STATUS UPON CONSOLE
003370         MOVE 16 TO RETURN-CODE
003380         GO TO 8000-TERMINATE
003390     END-IF.
003400 
003410     OPEN INPUT LOC-ONH-FILE.
003420     IF NOT LOC-ONH-OK
003430         DISPLAY 'LOC0902E LOCREPL - WMSONH OPEN FAILED, '
003440                 LOC-ONH-STATUS UPON CONSOLE
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 8000-TERMINATE
003470     END-IF.
003480 
003490     OPEN OUTPUT LOC-REPL-REPORT.
003500     IF NOT LOC-REPLR-OK
003510         DISPLAY 'LOC0903E LOCREPL - LOCREPLR OPEN FAILED, '
003520                 LOC-REPLR-STATUS UPON CONSOLE
003530         MOVE 16 TO RETURN-CODE
003540         GO TO 8000-TERMINATE
003550     END-IF.
003560 
003570     OPEN OUTPUT LOC-TASK-FILE.
003580     IF NOT LOC-TASK-OK
003590         DISPLAY 'LOC0904E LOCREPL - WMSTASK OPEN FAILED, '
003600                 LOC-TASK-STATUS UPON CONSOLE
003610         MOVE 16 TO RETURN-CODE
003620         GO TO 8000-TERMINATE
003630     END-IF.
003640 
003650     OPEN I-O LOC-OTSK-FILE.
003660     IF LOC-OTSK-STATUS = '35'
003670         CLOSE LOC-OTSK-FILE
003680         OPEN OUTPUT LOC-OTSK-FILE
003690         CLOSE LOC-OTSK-FILE
003700         OPEN I-O LOC-OTSK-FILE
003710     END-IF.
003720     IF NOT LOC-OTSK-OK
003730         DISPLAY 'LOC0905E LOCREPL - LOCOTSK OPEN FAILED, '
003740                 LOC-OTSK-STATUS UPON CONSOLE
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 8000-TERMINATE
003770     END-IF.
003780     OPEN INPUT LOC-FRZ-FILE.
003790     IF LOC-FRZ-STATUS = '35'
003800         MOVE 'N' TO LOC-FRZ-FILE-SWITCH
003810     ELSE
003820         IF NOT LOC-FRZ-OK
003830             DISPLAY 'LOC0908E LOCREPL - LOCFRZN OPEN FAILED, '
003840                     LOC-FRZ-STATUS UPON CONSOLE
003850             MOVE 16 TO RETURN-CODE
003860             GO TO 8000-TERMINATE
003870         END-IF
003880     END-IF.
003890 
003900     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
003910     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
003920         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
003930 
003940     PERFORM 2100-READ-MASTER
003950         THRU 2100-READ-MASTER-EXIT.
003960     PERFORM 2200-READ-ONHAND
003970         THRU 2200-READ-ONHAND-EXIT.
003980 1000-INITIALIZE-EXIT.
003990     EXIT.
004000 
004010*****************************************************************
004020*  2000-MATCH-ONHAND - MATCH-MERGE THE TWO KEY-SEQUENCED FILES  *
004030*                    AND COLLECT EVERY FACE THAT TRIGGERS       *
004040*****************************************************************
004050 2000-MATCH-ONHAND.
004060     PERFORM 2300-COMPARE-KEYS
004070         THRU 2300-COMPARE-KEYS-EXIT
004080         UNTIL LOC-MASTER-EOF AND LOC-ONH-EOF.
004090 2000-MATCH-ONHAND-EXIT.
004100     EXIT.
004110 
004120 2100-READ-MASTER.
004130     READ ITEM-MASTER NEXT RECORD
004140         AT END
004150             SET LOC-MASTER-EOF TO TRUE
004160             MOVE HIGH-VALUES TO LOC-MASTER-KEY
004170     END-READ.
004180     IF NOT LOC-MASTER-EOF
004190         MOVE LOC-KEY OF ITEM-MASTER-RECORD TO LOC-MASTER-KEY
004200     END-IF.
004210 2100-READ-MASTER-EXIT.
004220     EXIT.
004230 
004240 2200-READ-ONHAND.
004250     READ LOC-ONH-FILE
004260         AT END
004270             SET LOC-ONH-EOF TO TRUE
004280             MOVE HIGH-VALUES TO LOC-ONH-KEY
004290     END-READ.
004300     IF NOT LOC-ONH-EOF
004310         IF ONH-WHSE-ID = SPACES
004320             MOVE '01' TO LOC-ONH-KEY-WHSE
004330         ELSE
004340             MOVE ONH-WHSE-ID TO LOC-ONH-KEY-WHSE
004350         END-IF
004360         MOVE ONH-LOC-CODE TO LOC-ONH-KEY-CODE
004370     END-IF.
004380 2200-READ-ONHAND-EXIT.
004390     EXIT.
004400 
004410 2300-COMPARE-KEYS.
004420     EVALUATE TRUE
004430         WHEN LOC-MASTER-KEY = LOC-ONH-KEY
004440             PERFORM 2400-CHECK-ONE-FACE
004450                 THRU 2400-CHECK-ONE-FACE-EXIT
004460             PERFORM 2100-READ-MASTER
004470                 THRU 2100-READ-MASTER-EXIT
004480             PERFORM 2200-READ-ONHAND
004490                 THRU 2200-READ-ONHAND-EXIT
004500         WHEN LOC-MASTER-KEY < LOC-ONH-KEY
004510             IF LOC-ACTIVE OF ITEM-MASTER-RECORD
004520                 ADD 1 TO LOC-NO-ONHAND-COUNT
004530             END-IF
004540             PERFORM 2100-READ-MASTER
004550                 THRU 2100-READ-MASTER-EXIT
004560         WHEN OTHER
004570             ADD 1 TO LOC-STRAY-ONH-COUNT
004580             PERFORM 2200-READ-ONHAND
004590                 THRU 2200-READ-ONHAND-EXIT
004600     END-EVALUATE.
004610 2300-COMPARE-KEYS-EXIT.
004620     EXIT.
004630 
004640*****************************************************************
004650*  2400-CHECK-ONE-FACE - DECIDE WHETHER THE MATCHED FACE        *
004660*                    TRIGGERS A REPLENISHMENT TASK.  ONLY AN    *
004670*                    ACTIVE FACE WITH AN ASSIGNED ITEM AND A    *
004680*                    REPLENISHMENT MAX ABOVE THE REPORTED       *
004690*                    ON-HAND CAN TRIGGER, AND ONLY WHEN ANY     *
004700*                    TASK STILL OPEN FOR IT FALLS SHORT OF      *
004710*                    THE MAX.  A FACE FROZEN FOR A CYCLE COUNT  *
004720*                    WAITS UNTIL IT HAS BEEN COUNTED            *
004730*****************************************************************
004740 2400-CHECK-ONE-FACE.
004750     ADD 1 TO LOC-FACES-CHECKED.
004760     IF ONH-QTY NOT NUMERIC
004770         ADD 1 TO LOC-BAD-QTY-COUNT
004780         GO TO 2400-CHECK-ONE-FACE-EXIT
004790     END-IF.
004800     MOVE ONH-QTY TO LOC-ONH-QTY-VALUE.
004810     IF NOT LOC-ACTIVE OF ITEM-MASTER-RECORD
004820        OR LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD = SPACES
004830         GO TO 2400-CHECK-ONE-FACE-EXIT
004840     END-IF.
004850     IF LOC-ONH-QTY-VALUE >=
004860             LOC-REPL-MIN OF ITEM-MASTER-RECORD
004870        OR LOC-REPL-MAX OF ITEM-MASTER-RECORD
004880               <= LOC-ONH-QTY-VALUE
004890         GO TO 2400-CHECK-ONE-FACE-EXIT
004900     END-IF.
004910     IF LOC-FRZ-PRESENT
004920         MOVE LOC-KEY OF ITEM-MASTER-RECORD TO FRZ-KEY
004930         READ LOC-FRZ-FILE
004940             INVALID KEY
004950                 CONTINUE
004960             NOT INVALID KEY
004970                 ADD 1 TO LOC-FROZEN-SKIP-COUNT
004980                 GO TO 2400-CHECK-ONE-FACE-EXIT
004990         END-READ
005000     END-IF.
005010     PERFORM 2450-CHECK-OPEN-TASK
005020         THRU 2450-CHECK-OPEN-TASK-EXIT.
005030     IF LOC-HAS-OPEN-TASK
005040        AND LOC-NEEDED-QTY <= LOC-OPEN-QTY
005050         ADD 1 TO LOC-OPEN-SKIP-COUNT
005060         GO TO 2400-CHECK-ONE-FACE-EXIT
005070     END-IF.
005080     PERFORM 2500-ADD-TASK-ENTRY
005090         THRU 2500-ADD-TASK-ENTRY-EXIT.
005100 2400-CHECK-ONE-FACE-EXIT.
005110     EXIT.
005120 
005130*****************************************************************
005140*  2450-CHECK-OPEN-TASK - WORK OUT THE QUANTITY NEEDED TO BRING *
005150*                    THE FACE TO ITS REPLENISHMENT MAX AND PICK *
005160*                    UP THE QUANTITY ALREADY OUT ON AN OPEN     *
005170*                    TASK FOR IT, IF ANY                        *
005180*****************************************************************
005190 2450-CHECK-OPEN-TASK.
005200     MOVE 'N' TO LOC-OPEN-TASK-SWITCH.
005210     MOVE ZERO TO LOC-OPEN-QTY.
005220     COMPUTE LOC-NEEDED-QTY =
005230         LOC-REPL-MAX OF ITEM-MASTER-RECORD
005240         - LOC-ONH-QTY-VALUE.
005250     MOVE LOC-KEY OF ITEM-MASTER-RECORD TO OTK-KEY.
005260     READ LOC-OTSK-FILE
005270         INVALID KEY
005280             CONTINUE
005290     END-READ.
005300     IF LOC-OTSK-OK
005310         SET LOC-HAS-OPEN-TASK TO TRUE
005320         MOVE OTK-QTY TO LOC-OPEN-QTY
005330     ELSE
005340         IF NOT LOC-OTSK-NOTFOUND
005350             DISPLAY 'LOC0906E LOCREPL - OPEN TASK READ FAILED '
005360                     'FOR ' LOC-CODE OF ITEM-MASTER-RECORD
005370                     ', STATUS ' LOC-OTSK-STATUS UPON CONSOLE
005380         END-IF
005390     END-IF.
005400 2450-CHECK-OPEN-TASK-EXIT.
005410     EXIT.
005420 
005430*****************************************************************
005440*  2500-ADD-TASK-ENTRY - APPEND THE TRIGGERED FACE TO THE TASK  *
005450*                    TABLE, ABENDING IF THE TABLE IS FULL.  A   *
005460*                    FACE WITH AN OPEN TASK IS CUT A TOP-UP     *
005470*                    FOR WHAT THE OPEN TASK DOES NOT COVER      *
005480*****************************************************************
005490 2500-ADD-TASK-ENTRY.
005500     IF LOC-TT-COUNT >= LOC-MAX-TASKS
005510         DISPLAY 'LOC0999E LOCREPL - TASK TABLE OVERFLOW, '
005520                 'LIMIT IS ' LOC-MAX-TASKS UPON CONSOLE
005530         MOVE 900 TO RETURN-CODE
005540         GO TO 8000-TERMINATE
005550     END-IF.
005560     ADD 1 TO LOC-TT-COUNT.
005570     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD
005580         TO TT-WHSE-ID (LOC-TT-COUNT).
005590     MOVE LOC-ZONE OF ITEM-MASTER-RECORD
005600         TO TT-ZONE (LOC-TT-COUNT).
005610     MOVE LOC-AISLE OF ITEM-MASTER-RECORD
005620         TO TT-AISLE (LOC-TT-COUNT).
005630     MOVE LOC-BAY OF ITEM-MASTER-RECORD
005640         TO TT-BAY (LOC-TT-COUNT).
005650     MOVE LOC-CODE OF ITEM-MASTER-RECORD
005660         TO TT-LOC-CODE (LOC-TT-COUNT).
005670     MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
005680         TO TT-ITEM-NUMBER (LOC-TT-COUNT).
005690     MOVE LOC-ONH-QTY-VALUE TO TT-ONHAND (LOC-TT-COUNT).
005700     MOVE LOC-REPL-MIN OF ITEM-MASTER-RECORD
005710         TO TT-REPL-MIN (LOC-TT-COUNT).
005720     MOVE LOC-REPL-MAX OF ITEM-MASTER-RECORD
005730         TO TT-REPL-MAX (LOC-TT-COUNT).
005740     COMPUTE TT-NEEDED (LOC-TT-COUNT) =
005750         LOC-NEEDED-QTY - LOC-OPEN-QTY.
005760     MOVE LOC-OPEN-QTY TO TT-OPEN-QTY (LOC-TT-COUNT).
005770     IF LOC-HAS-OPEN-TASK
005780         SET TT-TOP-UP (LOC-TT-COUNT) TO TRUE
005790     ELSE
005800         SET TT-NEW-TASK (LOC-TT-COUNT) TO TRUE
005810     END-IF.
005820 2500-ADD-TASK-ENTRY-EXIT.
005830     EXIT.
005840 
005850*****************************************************************
005860*  3000-SORT-TASK-TABLE - SORT THE TASK TABLE INTO ZONE/AISLE/  *
005870*                    BAY WALKING SEQUENCE (STRAIGHT SELECTION   *
005880*                    SORT - THE TABLE IS SMALL AND ALREADY      *
005890*                    NEARLY ORDERED, SINCE LOCATION CODES       *
005900*                    LARGELY FOLLOW THE WALKING SEQUENCE)       *
005910*****************************************************************
005920 3000-SORT-TASK-TABLE.
005930     IF LOC-TT-COUNT < 2
005940         GO TO 3000-SORT-TASK-TABLE-EXIT
005950     END-IF.
005960     PERFORM 3100-SORT-ONE-SLOT
005970         THRU 3100-SORT-ONE-SLOT-EXIT
005980         VARYING LOC-SORT-SUB-1 FROM 1 BY 1
005990         UNTIL LOC-SORT-SUB-1 >= LOC-TT-COUNT.
006000 3000-SORT-TASK-TABLE-EXIT.
006010     EXIT.
006020 
006030 3100-SORT-ONE-SLOT.
006040     PERFORM 3200-COMPARE-AND-SWAP
006050         THRU 3200-COMPARE-AND-SWAP-EXIT
006060         VARYING LOC-SORT-SUB-2 FROM LOC-SORT-SUB-1 BY 1
006070         UNTIL LOC-SORT-SUB-2 > LOC-TT-COUNT.
006080 3100-SORT-ONE-SLOT-EXIT.
006090     EXIT.
006100 
006110 3200-COMPARE-AND-SWAP.
006120     IF LOC-SORT-SUB-2 > LOC-SORT-SUB-1
006130        AND TT-WALK-KEY (LOC-SORT-SUB-2)
006140                < TT-WALK-KEY (LOC-SORT-SUB-1)
006150         MOVE LOC-TT-ENTRY (LOC-SORT-SUB-1) TO LOC-SWAP-ENTRY
006160         MOVE LOC-TT-ENTRY (LOC-SORT-SUB-2)
006170             TO LOC-TT-ENTRY (LOC-SORT-SUB-1)
006180         MOVE LOC-SWAP-ENTRY TO LOC-TT-ENTRY (LOC-SORT-SUB-2)
006190     END-IF.
006200 3200-COMPARE-AND-SWAP-EXIT.
006210     EXIT.
006220 
006230*****************************************************************
006240*  5000-WRITE-OUTPUTS - THE WALKING-SEQUENCE REPORT AND THE     *
006250*                    TASK FEED, BOTH FROM THE SORTED TABLE SO   *
006260*                    THEY CANNOT DISAGREE                       *
006270*****************************************************************
006280 5000-WRITE-OUTPUTS.
006290     IF LOC-TT-COUNT = 0
006300         PERFORM 5300-WRITE-PAGE-HEADINGS
006310             THRU 5300-WRITE-PAGE-HEADINGS-EXIT
006320         MOVE SPACES TO LOC-REPLR-RECORD
006330         STRING 'NO FACE IS BELOW ITS REPLENISHMENT MINIMUM'
006340             DELIMITED BY SIZE INTO LOC-REPLR-RECORD
006350         WRITE LOC-REPLR-RECORD
006360     ELSE
006370         PERFORM 5100-WRITE-ONE-TASK
006380             THRU 5100-WRITE-ONE-TASK-EXIT
006390             VARYING LOC-PRINT-SUB FROM 1 BY 1
006400             UNTIL LOC-PRINT-SUB > LOC-TT-COUNT
006410     END-IF.
006420     PERFORM 5500-WRITE-TOTALS
006430         THRU 5500-WRITE-TOTALS-EXIT.
006440 5000-WRITE-OUTPUTS-EXIT.
006450     EXIT.
006460 
006470 5100-WRITE-ONE-TASK.
006480     IF LOC-LINE-COUNT >= LOC-LINES-PER-PAGE
006490         PERFORM 5300-WRITE-PAGE-HEADINGS
006500             THRU 5300-WRITE-PAGE-HEADINGS-EXIT
006510     END-IF.
006520     MOVE TT-WHSE-ID (LOC-PRINT-SUB) TO REPL-DTL-WHSE.
006530     MOVE TT-ZONE (LOC-PRINT-SUB) TO REPL-DTL-ZONE.
006540     MOVE TT-AISLE (LOC-PRINT-SUB) TO REPL-DTL-AISLE.
006550     MOVE TT-BAY (LOC-PRINT-SUB) TO REPL-DTL-BAY.
006560     MOVE TT-LOC-CODE (LOC-PRINT-SUB) TO REPL-DTL-CODE.
006570     MOVE TT-ITEM-NUMBER (LOC-PRINT-SUB) TO REPL-DTL-ITEM.
006580     MOVE TT-ONHAND (LOC-PRINT-SUB) TO REPL-DTL-ONHAND.
006590     MOVE TT-REPL-MIN (LOC-PRINT-SUB) TO REPL-DTL-MIN.
006600     MOVE TT-REPL-MAX (LOC-PRINT-SUB) TO REPL-DTL-MAX.
006610     MOVE TT-NEEDED (LOC-PRINT-SUB) TO REPL-DTL-NEEDED.
006620     MOVE TT-OPEN-QTY (LOC-PRINT-SUB) TO REPL-DTL-OPEN.
006630     IF TT-TOP-UP (LOC-PRINT-SUB)
006640         MOVE 'TOP-UP' TO REPL-DTL-ACTION
006650     ELSE
006660         MOVE 'NEW' TO REPL-DTL-ACTION
006670     END-IF.
006680     WRITE LOC-REPLR-RECORD FROM LOC-REPL-DETAIL-LINE.
006690     ADD 1 TO LOC-LINE-COUNT.
006700     PERFORM 5200-WRITE-TASK-RECORD
006710         THRU 5200-WRITE-TASK-RECORD-EXIT.
006720 5100-WRITE-ONE-TASK-EXIT.
006730     EXIT.
006740 
006750*****************************************************************
006760*  5200-WRITE-TASK-RECORD - ONE DELIMITED TASK FOR THE WMS -    *
006770*                    LOCATION CODE , ITEM , QUANTITY NEEDED TO  *
006780*                    BRING THE FACE TO ITS REPLENISHMENT MAX -  *
006790*                    AND RECORD IT ON THE OPEN-TASK FILE        *
006800*****************************************************************
006810 5200-WRITE-TASK-RECORD.
006820     MOVE SPACES TO LOC-TASK-RECORD.
006830     STRING TT-WHSE-ID (LOC-PRINT-SUB)    DELIMITED BY SIZE
006840            ','                           DELIMITED BY SIZE
006850            TT-LOC-CODE (LOC-PRINT-SUB)   DELIMITED BY SPACE
006860            ','                           DELIMITED BY SIZE
006870            TT-ITEM-NUMBER (LOC-PRINT-SUB)
006880                                          DELIMITED BY SPACE
006890            ','                           DELIMITED BY SIZE
006900            TT-NEEDED (LOC-PRINT-SUB)     DELIMITED BY SIZE
006910         INTO LOC-TASK-RECORD.
006920     WRITE LOC-TASK-RECORD.
006930     ADD 1 TO LOC-TASK-COUNT.
006940     PERFORM 5250-RECORD-OPEN-TASK
006950         THRU 5250-RECORD-OPEN-TASK-EXIT.
006960 5200-WRITE-TASK-RECORD-EXIT.
006970     EXIT.
006980 
006990*****************************************************************
007000*  5250-RECORD-OPEN-TASK - A NEW TASK GOES ON LOCOTSK DATED     *
007010*                    TONIGHT; A TOP-UP RAISES THE OPEN QUANTITY *
007020*                    AND KEEPS THE ORIGINAL ISSUE DATE SO THE   *
007030*                    AGING STILL COUNTS FROM THE FIRST PULL     *
007040*****************************************************************
007050 5250-RECORD-OPEN-TASK.
007060     IF TT-NEW-TASK (LOC-PRINT-SUB)
007070         MOVE SPACES TO LOC-OTSK-RECORD
007080         MOVE TT-WHSE-ID (LOC-PRINT-SUB) TO OTK-WHSE-ID
007090         MOVE TT-LOC-CODE (LOC-PRINT-SUB) TO OTK-LOC-CODE
007100         MOVE TT-ZONE (LOC-PRINT-SUB) TO OTK-ZONE
007110         MOVE TT-ITEM-NUMBER (LOC-PRINT-SUB) TO OTK-ITEM-NUMBER
007120         MOVE TT-NEEDED (LOC-PRINT-SUB) TO OTK-QTY
007130         MOVE LOC-CURRENT-DATE TO OTK-ISSUED
007140         MOVE LOC-CURRENT-DATE TO OTK-LAST-ISSUED
007150         WRITE LOC-OTSK-RECORD
007160             INVALID KEY
007170                 CONTINUE
007180         END-WRITE
007190     ELSE
007200         MOVE TT-WHSE-ID (LOC-PRINT-SUB) TO OTK-WHSE-ID
007210         MOVE TT-LOC-CODE (LOC-PRINT-SUB) TO OTK-LOC-CODE
007220         READ LOC-OTSK-FILE
007230             INVALID KEY
007240                 CONTINUE
007250         END-READ
007260         IF LOC-OTSK-OK
007270             ADD 1 TO LOC-TOPUP-COUNT
007280             ADD TT-NEEDED (LOC-PRINT-SUB) TO OTK-QTY
007290             MOVE TT-ITEM-NUMBER (LOC-PRINT-SUB)
007300                 TO OTK-ITEM-NUMBER
007310             MOVE LOC-CURRENT-DATE TO OTK-LAST-ISSUED
007320             REWRITE LOC-OTSK-RECORD
007330                 INVALID KEY
007340                     CONTINUE
007350             END-REWRITE
007360         END-IF
007370     END-IF.
007380     IF NOT LOC-OTSK-OK
007390         DISPLAY 'LOC0907E LOCREPL - OPEN TASK UPDATE FAILED '
007400                 'FOR ' TT-LOC-CODE (LOC-PRINT-SUB)
007410                 ', STATUS ' LOC-OTSK-STATUS UPON CONSOLE
007420     END-IF.
007430 5250-RECORD-OPEN-TASK-EXIT.
007440     EXIT.
007450 
007460 5300-WRITE-PAGE-HEADINGS.
007470     ADD 1 TO LOC-PAGE-NUMBER.
007480     MOVE LOC-PAGE-NUMBER TO REPL-HDG-1-PAGE.
007490     MOVE LOC-REPORT-DATE TO REPL-HDG-2-DATE.
007500     IF LOC-PAGE-NUMBER = 1
007510         WRITE LOC-REPLR-RECORD FROM LOC-REPL-HDG-1
007520             AFTER ADVANCING 1 LINE
007530     ELSE
007540         WRITE LOC-REPLR-RECORD FROM LOC-REPL-HDG-1
007550             AFTER ADVANCING LOC-NEW-PAGE
007560     END-IF.
007570     WRITE LOC-REPLR-RECORD FROM LOC-REPL-HDG-2
007580         AFTER ADVANCING 1 LINE.
007590     WRITE LOC-REPLR-RECORD FROM LOC-REPL-HDG-3
007600         AFTER ADVANCING 2 LINES.
007610     MOVE 3 TO LOC-LINE-COUNT.
007620 5300-WRITE-PAGE-HEADINGS-EXIT.
007630     EXIT.
007640 
007650 5500-WRITE-TOTALS.
007660     MOVE SPACES TO LOC-REPLR-RECORD.
007670     WRITE LOC-REPLR-RECORD.
007680     MOVE LOC-FACES-CHECKED TO REPL-TOT-CHECKED.
007690     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-1.
007700     MOVE LOC-TASK-COUNT TO REPL-TOT-TASKS.
007710     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-2.
007720     MOVE LOC-NO-ONHAND-COUNT TO REPL-TOT-NOONH.
007730     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-3.
007740     MOVE LOC-BAD-QTY-COUNT TO REPL-TOT-BADQTY.
007750     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-4.
007760     MOVE LOC-STRAY-ONH-COUNT TO REPL-TOT-STRAY.
007770     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-5.
007780     MOVE LOC-OPEN-SKIP-COUNT TO REPL-TOT-SKIPPED.
007790     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-6.
007800     MOVE LOC-TOPUP-COUNT TO REPL-TOT-TOPUP.
007810     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-7.
007820     MOVE LOC-FROZEN-SKIP-COUNT TO REPL-TOT-FROZEN.
007830     WRITE LOC-REPLR-RECORD FROM LOC-REPL-TOTAL-8.
007840 5500-WRITE-TOTALS-EXIT.
007850     EXIT.
007860 
007870*****************************************************************
007880*  8000-TERMINATE - CLOSE THE FILES                             *
007890*****************************************************************
007900 8000-TERMINATE.
007910     CLOSE ITEM-MASTER
007920           LOC-ONH-FILE
007930           LOC-REPL-REPORT
007940           LOC-TASK-FILE
007950           LOC-OTSK-FILE.
007960     IF LOC-FRZ-PRESENT
007970         CLOSE LOC-FRZ-FILE
007980     END-IF.
007990     IF RETURN-CODE = ZERO
008000         DISPLAY 'LOC0121I LOCREPL - NORMAL COMPLETION, '
008010                 LOC-TASK-COUNT ' REPLENISHMENT TASKS CUT'
008020                 UPON CONSOLE
008030     ELSE
008040         DISPLAY 'LOC0122E LOCREPL - ABENDING, RETURN CODE '
008050                 RETURN-CODE UPON CONSOLE
008060     END-IF.
008070 8000-TERMINATE-EXIT.
008080     EXIT.
008090     STOP RUN.
