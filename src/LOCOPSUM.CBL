000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCOPSUM.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCOPSUM - MORNING OPERATIONS SUMMARY                        *
000090*                                                               *
000100*  ONE PAGE, ONE COLUMN PER WAREHOUSE, SHOWING HOW LAST NIGHT'S *
000110*  LOCNITE RUN WENT IN EACH BUILDING, SO THE SHIFT LEAD AND     *
000120*  MANAGEMENT GET A RED/GREEN PICTURE BEFORE THE 06:00 SHIFT    *
000130*  WITHOUT READING EVERY NIGHTLY REPORT IN TURN.  EVERYTHING    *
000140*  IS TAKEN FROM THE FILES THE NIGHT ALREADY KEEPS -            *
000150*      RUN STATUS AND ELAPSED TIME  LOCRUNCT RUN-CONTROL RECORD *
000160*      FEED TRANSACTIONS APPLIED    LOCRJNL ENTRIES WRITTEN BY  *
000170*                                   LOCAPPLY ON THE RUN DATE    *
000180*      FEED TRANSACTIONS REJECTED   LOCSUSP ENTRIES SUSPENDED   *
000190*                                   ON THE RUN DATE (NOT THOSE  *
000200*                                   HELD FROZEN FOR COUNT)      *
000210*      SUSPENSE PENDING / OLDEST    EVERYTHING ON LOCSUSP       *
000220*      EDIT EXCEPTIONS / CHRONIC    LOCEXHST (CHRONIC = FAILED  *
000230*                                   THREE OR MORE NIGHTS, AS ON *
000240*                                   LOCEXAGE)                   *
000250*      WMS FEED COUNT AND HASH      THE TRL RECORD FOLLOWING    *
000260*                                   THE WAREHOUSE'S HDR RECORD  *
000270*                                   FOR THE RUN DATE ON WMSFEED *
000280*      REPLENISHMENT TASKS ISSUED   LOCOTSK TASKS CUT OR TOPPED *
000290*                                   UP ON THE RUN DATE          *
000300*      FACES OVERDUE FOR A COUNT    ITEM-MASTER AGAINST LOCCNTH *
000310*                                   (SAME 30-DAY RULE AS        *
000320*                                   LOCCYCLE)                   *
000330*  EACH MEASURE WITH A LIMIT IS FLAGGED GREEN OR *RED*; THE     *
000340*  LIMITS ARE LISTED AT THE FOOT OF THE PAGE.  A WMSFEED        *
000350*  DATASET PER WAREHOUSE IS READ AS ONE CONCATENATION - THE HDR *
000360*  RECORD SAYS WHICH WAREHOUSE THE RECORDS BEHIND IT BELONG TO. *
000370*  A FILE NOT CREATED YET COUNTS AS EMPTY.  READ-ONLY.  RUN AS  *
000380*  THE LAST STEP OF THE NIGHTLY JOB (SEE JCL/LOCNITE.JCL, STEP  *
000390*  OPSUM).                                                      *
000400*                                                               *
000410*  RUN PARM (PASSED AS THE EXEC STATEMENT PARM= AND RECEIVED    *
000420*  VIA THE LINKAGE SECTION, THE WAY A JCL-INVOKED MAIN          *
000430*  PROGRAM GETS ITS PARM TEXT ON THIS PLATFORM) -               *
000440*      YYYYMMDD - THE RUN DATE TO SUMMARIZE, FOR A RERUN THE    *
000450*                 MORNING AFTER A RUN THAT CROSSED MIDNIGHT     *
000460*                 (DEFAULTS TO TODAY)                           *
000470*                                                               *
000480*  RETURN CODES -                                               *
000490*      0  EVERY MEASURE GREEN                                   *
000500*      4  ONE OR MORE MEASURES FLAGGED RED                      *
000510*     16  THE ITEM-MASTER OR THE REPORT COULD NOT BE OPENED,    *
000520*         OR ANOTHER INPUT FAILED TO OPEN                       *
000530*                                                               *
000540*  MOD HISTORY                                                  *
000550*  ---------- --- --------------------------------------------- *
000560*  2026-10-15 RSM  ORIGINAL                                     *
000570*  2026-10-15 RSM  A TRANSACTION HELD 'FROZEN FOR COUNT' IS     *
000580*                  PENDING SUSPENSE BUT NOT A NIGHT'S REJECT,   *
000590*                  AS LOCAPPLY COUNTS IT                        *
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.  IBM-370.
000640 OBJECT-COMPUTER.  IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS DYNAMIC
000700            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000710            ALTERNATE RECORD KEY IS
000720                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000730                WITH DUPLICATES
000740            FILE STATUS IS LOC-ITEMMAST-STATUS.
000750 
000760     SELECT LOC-RUN-FILE     ASSIGN TO LOCRUNCT
000770            ORGANIZATION IS INDEXED
000780            ACCESS MODE IS DYNAMIC
000790            RECORD KEY IS RUN-KEY
000800            FILE STATUS IS LOC-RUN-STATUS.
000810 
000820     SELECT LOC-RJNL-FILE    ASSIGN TO LOCRJNL
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS DYNAMIC
000850            RECORD KEY IS RJN-KEY
000860            FILE STATUS IS LOC-RJNL-STATUS.
000870 
000880     SELECT LOC-SUSP-FILE    ASSIGN TO LOCSUSP
000890            ORGANIZATION IS INDEXED
000900            ACCESS MODE IS SEQUENTIAL
000910            RECORD KEY IS SUS-KEY
000920            FILE STATUS IS LOC-SUSP-STATUS.
000930 
000940     SELECT LOC-EXH-FILE     ASSIGN TO LOCEXHST
000950            ORGANIZATION IS INDEXED
000960            ACCESS MODE IS SEQUENTIAL
000970            RECORD KEY IS EXH-KEY
000980            FILE STATUS IS LOC-EXH-STATUS.
000990 
001000     SELECT LOC-OTSK-FILE    ASSIGN TO LOCOTSK
001010            ORGANIZATION IS INDEXED
001020            ACCESS MODE IS SEQUENTIAL
001030            RECORD KEY IS OTK-KEY
001040            FILE STATUS IS LOC-OTSK-STATUS.
001050 
001060     SELECT LOC-CNTH-FILE    ASSIGN TO LOCCNTH
001070            ORGANIZATION IS INDEXED
001080            ACCESS MODE IS DYNAMIC
001090            RECORD KEY IS CNT-KEY
001100            FILE STATUS IS LOC-CNTH-STATUS.
001110 
001120     SELECT LOC-WMS-FILE     ASSIGN TO WMSFEED
001130            ORGANIZATION IS LINE SEQUENTIAL
001140            FILE STATUS IS LOC-WMS-STATUS.
001150 
001160     SELECT LOC-OPS-FILE     ASSIGN TO LOCOPSR
001170            ORGANIZATION IS LINE SEQUENTIAL
001180            FILE STATUS IS LOC-OPS-STATUS.
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  ITEM-MASTER
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 52 CHARACTERS.
001240     COPY LOCREC
001250         REPLACING ==:LOC-LVL:==    BY ==01==
001260                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001270                   ==:LOC-SUBLVL:== BY ==05==
001280                   ==:LOC-OCCURS:== BY ==      ==.
001290 
001300 FD  LOC-RUN-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 62 CHARACTERS.
001330     COPY LOCRUN.
001340 
001350 FD  LOC-RJNL-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 140 CHARACTERS.
001380     COPY LOCRJN.
001390 
001400 FD  LOC-SUSP-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 130 CHARACTERS.
001430     COPY LOCSUS.
001440 
001450 FD  LOC-EXH-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 62 CHARACTERS.
001480     COPY LOCEXH.
001490 
001500 FD  LOC-OTSK-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 50 CHARACTERS.
001530     COPY LOCOTK.
001540 
001550 FD  LOC-CNTH-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 22 CHARACTERS.
001580     COPY LOCCNT.
001590 
001600 FD  LOC-WMS-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 80 CHARACTERS.
001630 01  LOC-WMS-RECORD.
001640     05  WMS-CTL-TYPE                PIC X(03).
001650         88  WMS-CTL-HEADER              VALUE 'HDR'.
001660         88  WMS-CTL-TRAILER             VALUE 'TRL'.
001670     05  FILLER                      PIC X(77).
001680 
001690 FD  LOC-OPS-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 132 CHARACTERS.
001720 01  LOC-OPS-RECORD                  PIC X(132).
001730 
001740 WORKING-STORAGE SECTION.
001750 01  LOC-ITEMMAST-STATUS             PIC X(02).
001760     88  LOC-ITEMMAST-OK                 VALUE '00'.
001770 01  LOC-RUN-STATUS                  PIC X(02).
001780     88  LOC-RUN-OK                      VALUE '00'.
001790 01  LOC-RJNL-STATUS                 PIC X(02).
001800     88  LOC-RJNL-OK                     VALUE '00'.
001810 01  LOC-SUSP-STATUS                 PIC X(02).
001820     88  LOC-SUSP-OK                     VALUE '00'.
001830 01  LOC-EXH-STATUS                  PIC X(02).
001840     88  LOC-EXH-OK                      VALUE '00'.
001850 01  LOC-OTSK-STATUS                 PIC X(02).
001860     88  LOC-OTSK-OK                     VALUE '00'.
001870 01  LOC-CNTH-STATUS                 PIC X(02).
001880     88  LOC-CNTH-OK                     VALUE '00'.
001890 01  LOC-WMS-STATUS                  PIC X(02).
001900     88  LOC-WMS-OK                      VALUE '00'.
001910 01  LOC-OPS-STATUS                  PIC X(02).
001920     88  LOC-OPS-OK                      VALUE '00'.
001930 
001940 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
001950     88  LOC-AT-EOF                      VALUE 'Y'.
001960 
001970*****************************************************************
001980*  AN INPUT THAT HAS NEVER BEEN CREATED (OPEN STATUS 35) IS     *
001990*  NOT AN ERROR - IT IS TREATED AS EMPTY                        *
002000*****************************************************************
002010 01  LOC-RUN-SWITCH                  PIC X(01)  VALUE 'Y'.
002020     88  LOC-RUN-PRESENT                 VALUE 'Y'.
002030 01  LOC-RJNL-SWITCH                 PIC X(01)  VALUE 'Y'.
002040     88  LOC-RJNL-PRESENT                VALUE 'Y'.
002050 01  LOC-SUSP-SWITCH                 PIC X(01)  VALUE 'Y'.
002060     88  LOC-SUSP-PRESENT                VALUE 'Y'.
002070 01  LOC-EXH-SWITCH                  PIC X(01)  VALUE 'Y'.
002080     88  LOC-EXH-PRESENT                 VALUE 'Y'.
002090 01  LOC-OTSK-SWITCH                 PIC X(01)  VALUE 'Y'.
002100     88  LOC-OTSK-PRESENT                VALUE 'Y'.
002110 01  LOC-CNTH-SWITCH                 PIC X(01)  VALUE 'Y'.
002120     88  LOC-CNTH-PRESENT                VALUE 'Y'.
002130 01  LOC-WMS-SWITCH                  PIC X(01)  VALUE 'Y'.
002140     88  LOC-WMS-PRESENT                 VALUE 'Y'.
002150 
002160*****************************************************************
002170*  THE LIMITS - A MEASURE ABOVE ITS LIMIT IS FLAGGED RED        *
002180*****************************************************************
002190 01  LOC-MAX-ELAPSED                 PIC 9(04) COMP  VALUE 120.
002200 01  LOC-MAX-REJECTS                 PIC 9(04) COMP  VALUE 25.
002210 01  LOC-MAX-SUSPENSE                PIC 9(04) COMP  VALUE 50.
002220 01  LOC-MAX-SUSP-AGE                PIC 9(04) COMP  VALUE 3.
002230 01  LOC-MAX-EXCEPTIONS              PIC 9(04) COMP  VALUE 50.
002240 01  LOC-MAX-CHRONIC                 PIC 9(04) COMP  VALUE ZERO.
002250 01  LOC-MAX-TASKS                   PIC 9(04) COMP  VALUE 500.
002260 01  LOC-MAX-OVERDUE                 PIC 9(04) COMP  VALUE 25.
002270 01  LOC-CHRONIC-NIGHTS              PIC 9(04) COMP  VALUE 3.
002280 01  LOC-OVERDUE-DAYS                PIC 9(04) COMP  VALUE 30.
002290 
002300*****************************************************************
002310*  ONE ENTRY PER WAREHOUSE, ONE REPORT COLUMN EACH.  A          *
002320*  WAREHOUSE IS ADDED THE FIRST TIME ANY INPUT MENTIONS IT;     *
002330*  THE ITEM-MASTER IS READ FIRST SO THE COLUMNS NORMALLY COME   *
002340*  OUT IN WAREHOUSE ORDER.  LOC-MAX-WHSE COLUMNS FIT THE PAGE.  *
002350*  WT-WMS-STATE - N NO HDR FOR THE RUN DATE, H HDR BUT NO TRL,  *
002360*  T TRL MATCHES THE DETAIL COUNT, X TRL DOES NOT MATCH         *
002370*****************************************************************
002380 01  LOC-MAX-WHSE                    PIC 9(04) COMP  VALUE 6.
002390 01  LOC-WHSE-TABLE.
002400     05  LOC-WHSE-COUNT              PIC 9(04) COMP  VALUE ZERO.
002410     05  LOC-WHSE-ENTRY              OCCURS 0 TO 6 TIMES
002420                                     DEPENDING ON LOC-WHSE-COUNT
002430                                     INDEXED BY LOC-WHSE-IDX.
002440         10  WT-WHSE-ID              PIC X(02).
002450         10  WT-RUN-STATUS           PIC X(01).
002460         10  WT-RUN-START            PIC X(06).
002470         10  WT-RUN-END              PIC X(06).
002480         10  WT-APPLIED              PIC 9(06).
002490         10  WT-REJECTED             PIC 9(06).
002500         10  WT-SUSPENSE             PIC 9(06).
002510         10  WT-SUSP-OLDEST          PIC X(08).
002520         10  WT-EXCEPTIONS           PIC 9(06).
002530         10  WT-CHRONIC              PIC 9(06).
002540         10  WT-WMS-STATE            PIC X(01).
002550         10  WT-WMS-DETAILS          PIC 9(06).
002560         10  WT-WMS-COUNT            PIC 9(06).
002570         10  WT-WMS-HASH             PIC 9(10).
002580         10  WT-TASKS                PIC 9(06).
002590         10  WT-OVERDUE              PIC 9(06).
002600         10  WT-RED-FLAGS            PIC 9(04).
002610 01  LOC-THIS-WHSE                   PIC X(02)  VALUE SPACES.
002620 01  LOC-WHSE-SUB                    PIC 9(04) COMP  VALUE ZERO.
002630 01  LOC-FEED-WHSE-SUB               PIC 9(04) COMP  VALUE ZERO.
002640 01  LOC-TOTAL-RED                   PIC 9(06)  VALUE ZERO.
002650 
002660 01  LOC-RED-SWITCH                  PIC X(01)  VALUE 'N'.
002670     88  LOC-IS-RED                      VALUE 'Y'.
002680     88  LOC-IS-GREEN                    VALUE 'N'.
002690 01  LOC-ROW                         PIC 9(04) COMP  VALUE ZERO.
002700 
002710 01  LOC-WMS-FIELDS.
002720     05  LOC-WMS-TYPE                PIC X(03).
002730     05  LOC-WMS-FIELD-2             PIC X(10).
002740     05  LOC-WMS-FIELD-3             PIC X(10).
002750     05  LOC-WMS-FIELD-4             PIC X(10).
002760 01  LOC-WMS-NUMBER                  PIC 9(10).
002770 
002780 01  LOC-TIME-WORK                   PIC 9(06).
002790 01  LOC-TIME-PARTS REDEFINES LOC-TIME-WORK.
002800     05  LOC-TIME-HH                 PIC 9(02).
002810     05  LOC-TIME-MM                 PIC 9(02).
002820     05  LOC-TIME-SS                 PIC 9(02).
002830 01  LOC-START-MINUTES               PIC 9(04) COMP  VALUE ZERO.
002840 01  LOC-ELAPSED-MINUTES             PIC 9(04) COMP  VALUE ZERO.
002850 01  LOC-ELAPSED-HH                  PIC 9(02)  VALUE ZERO.
002860 01  LOC-ELAPSED-MM                  PIC 9(02)  VALUE ZERO.
002870 01  LOC-SUSP-AGE                    PIC 9(06) COMP  VALUE ZERO.
002880 
002890 01  LOC-CURRENT-DATE.
002900     05  LOC-CUR-YYYY                PIC 9(04).
002910     05  LOC-CUR-MM                  PIC 9(02).
002920     05  LOC-CUR-DD                  PIC 9(02).
002930 01  LOC-CURRENT-DATE-N REDEFINES LOC-CURRENT-DATE
002940                                     PIC 9(08).
002950 01  LOC-RUN-DATE                    PIC X(08)  VALUE SPACES.
002960 01  LOC-OLDEST-DATE                 PIC X(08)  VALUE SPACES.
002970 01  LOC-OLDEST-DATE-N REDEFINES LOC-OLDEST-DATE
002980                                     PIC 9(08).
002990 01  LOC-OVERDUE-CUTOFF              PIC X(08)  VALUE SPACES.
003000 01  LOC-DAY-NUMBER                  PIC 9(08)  COMP.
003010 01  LOC-DATE-WORK                   PIC 9(08).
003020 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
003030 
003040 01  LOC-OPS-HDG-1.
003050     05  FILLER                      PIC X(20)  VALUE SPACES.
003060     05  FILLER                      PIC X(40)
003070         VALUE 'NIGHTLY RUN - MORNING OPERATIONS SUMMARY'.
003080 
003090 01  LOC-OPS-HDG-2.
003100     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
003110     05  OPS-HDG-2-DATE        PIC X(10).
003120     05  FILLER                PIC X(55)  VALUE SPACES.
003130     05  FILLER                PIC X(16)
003140         VALUE 'PROGRAM LOCOPSUM'.
003150 
003160*****************************************************************
003170*  THE PAGE BODY - ONE ROW PER MEASURE, ONE CELL PER WAREHOUSE. *
003180*  EACH CELL IS THE VALUE AND ITS GREEN / *RED* FLAG            *
003190*****************************************************************
003200 01  LOC-OPS-ROW-LABELS.
003210     05  FILLER                      PIC X(30)
003220         VALUE 'RUN STATUS .................'.
003230     05  FILLER                      PIC X(30)
003240         VALUE 'ELAPSED TIME (HH:MM) .......'.
003250     05  FILLER                      PIC X(30)
003260         VALUE 'FEED TRANSACTIONS APPLIED ..'.
003270     05  FILLER                      PIC X(30)
003280         VALUE 'FEED TRANSACTIONS REJECTED .'.
003290     05  FILLER                      PIC X(30)
003300         VALUE 'SUSPENSE ENTRIES PENDING ...'.
003310     05  FILLER                      PIC X(30)
003320         VALUE 'OLDEST SUSPENSE AGE (DAYS) .'.
003330     05  FILLER                      PIC X(30)
003340         VALUE 'EDIT EXCEPTIONS ON FILE ....'.
003350     05  FILLER                      PIC X(30)
003360         VALUE 'CHRONIC EDIT FAILURES ......'.
003370     05  FILLER                      PIC X(30)
003380         VALUE 'WMS FEED TRAILER COUNT .....'.
003390     05  FILLER                      PIC X(30)
003400         VALUE 'WMS FEED TRAILER HASH ......'.
003410     05  FILLER                      PIC X(30)
003420         VALUE 'REPLENISHMENT TASKS ISSUED .'.
003430     05  FILLER                      PIC X(30)
003440         VALUE 'FACES OVERDUE FOR A COUNT ..'.
003450     05  FILLER                      PIC X(30)
003460         VALUE 'OVERALL ....................'.
003470 01  LOC-OPS-LABEL-TABLE REDEFINES LOC-OPS-ROW-LABELS.
003480     05  OPS-LABEL                   PIC X(30)  OCCURS 13 TIMES.
003490 01  LOC-OPS-ROWS                    PIC 9(04) COMP  VALUE 13.
003500 
003510 01  LOC-OPS-GRID.
003520     05  OPS-GRID-ROW                OCCURS 13 TIMES.
003530         10  OPS-ROW-LABEL           PIC X(30).
003540         10  OPS-ROW-CELL            OCCURS 6 TIMES.
003550             15  OPS-CELL-VALUE      PIC X(10).
003560             15  OPS-CELL-GAP        PIC X(01).
003570             15  OPS-CELL-FLAG       PIC X(05).
003580             15  OPS-CELL-PAD        PIC X(01).
003590 
003600 01  LOC-OPS-COL-HDG.
003610     05  OPS-HDG-LABEL               PIC X(30).
003620     05  OPS-HDG-CELL                OCCURS 6 TIMES.
003630         10  OPS-HDG-TEXT            PIC X(10).
003640         10  OPS-HDG-WHSE            PIC X(02).
003650         10  OPS-HDG-PAD             PIC X(05).
003660 
003670 01  LOC-OPS-EDIT-COUNT              PIC ZZ,ZZZ,ZZ9.
003680 01  LOC-OPS-EDIT-TIME.
003690     05  OPS-EDIT-HH                 PIC Z9.
003700     05  FILLER                      PIC X(01)  VALUE ':'.
003710     05  OPS-EDIT-MM                 PIC 99.
003720 
003730 01  LOC-OPS-LIMIT-LINE.
003740     05  FILLER                      PIC X(04)  VALUE SPACES.
003750     05  OPS-LIMIT-TEXT              PIC X(44).
003760     05  OPS-LIMIT-VALUE             PIC ZZZ,ZZ9.
003770 
003780 LINKAGE SECTION.
003790 01  LOC-PARM-AREA.
003800     05  LOC-PARM-LEN                PIC S9(04) COMP.
003810     05  LOC-PARM-TEXT               PIC X(08).
003820 
003830 PROCEDURE DIVISION USING LOC-PARM-AREA.
003840*****************************************************************
003850*  0000-MAINLINE                                                *
003860*****************************************************************
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE
003890         THRU 1000-INITIALIZE-EXIT.
003900     PERFORM 2000-SCAN-MASTER
003910         THRU 2000-SCAN-MASTER-EXIT.
003920     PERFORM 2500-SCAN-JOURNAL
003930         THRU 2500-SCAN-JOURNAL-EXIT.
003940     PERFORM 3000-SCAN-SUSPENSE
003950         THRU 3000-SCAN-SUSPENSE-EXIT.
003960     PERFORM 3500-SCAN-EXCEPTIONS
003970         THRU 3500-SCAN-EXCEPTIONS-EXIT.
003980     PERFORM 4000-SCAN-WMS-FEED
003990         THRU 4000-SCAN-WMS-FEED-EXIT.
004000     PERFORM 4500-SCAN-TASKS
004010         THRU 4500-SCAN-TASKS-EXIT.
004020     PERFORM 5000-READ-RUN-CONTROL
004030         THRU 5000-READ-RUN-CONTROL-EXIT
004040         VARYING LOC-WHSE-SUB FROM 1 BY 1
004050         UNTIL LOC-WHSE-SUB > LOC-WHSE-COUNT.
004060     PERFORM 6000-BUILD-COLUMN
004070         THRU 6000-BUILD-COLUMN-EXIT
004080         VARYING LOC-WHSE-SUB FROM 1 BY 1
004090         UNTIL LOC-WHSE-SUB > LOC-WHSE-COUNT.
004100     PERFORM 7000-WRITE-PAGE
004110         THRU 7000-WRITE-PAGE-EXIT.
004120     PERFORM 8000-TERMINATE
004130         THRU 8000-TERMINATE-EXIT.
004140 
004150*****************************************************************
004160*  1000-INITIALIZE - PICK UP THE RUN DATE AND OPEN THE FILES.   *
004170*                    THE ITEM-MASTER AND THE REPORT MUST OPEN;  *
004180*                    ANY OTHER INPUT NOT YET CREATED IS TAKEN   *
004190*                    AS EMPTY                                   *
004200*****************************************************************
004210 1000-INITIALIZE.
004220     MOVE SPACES TO LOC-OPS-GRID
004230                    LOC-OPS-COL-HDG.
004240     MOVE 'MEASURE' TO OPS-HDG-LABEL.
004250     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
004260     IF LOC-PARM-LEN OF LOC-PARM-AREA = 8
004270         IF LOC-PARM-TEXT OF LOC-PARM-AREA IS NUMERIC
004280             MOVE LOC-PARM-TEXT OF LOC-PARM-AREA
004290                 TO LOC-CURRENT-DATE
004300         END-IF
004310     END-IF.
004320     MOVE LOC-CURRENT-DATE TO LOC-RUN-DATE.
004330     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
004340         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
004350     COMPUTE LOC-DAY-NUMBER =
004360         FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N)
004370         - LOC-OVERDUE-DAYS.
004380     MOVE FUNCTION DATE-OF-INTEGER (LOC-DAY-NUMBER)
004390         TO LOC-DATE-WORK.
004400     MOVE LOC-DATE-WORK TO LOC-OVERDUE-CUTOFF.
004410 
004420     OPEN INPUT ITEM-MASTER.
004430     IF NOT LOC-ITEMMAST-OK
004440         DISPLAY 'LOC0901E LOCOPSUM - ITEM-MASTER OPEN FAILED, '
004450                 LOC-ITEMMAST-STATUS UPON CONSOLE
004460         MOVE 16 TO RETURN-CODE
004470         GO TO 8000-TERMINATE
004480     END-IF.
004490 
004500     OPEN OUTPUT LOC-OPS-FILE.
004510     IF NOT LOC-OPS-OK
004520         DISPLAY 'LOC0902E LOCOPSUM - LOCOPSR OPEN FAILED, '
004530                 LOC-OPS-STATUS UPON CONSOLE
004540         MOVE 16 TO RETURN-CODE
004550         GO TO 8000-TERMINATE
004560     END-IF.
004570 
004580     OPEN INPUT LOC-RUN-FILE.
004590     IF LOC-RUN-STATUS = '35'
004600         MOVE 'N' TO LOC-RUN-SWITCH
004610     ELSE
004620         IF NOT LOC-RUN-OK
004630             DISPLAY 'LOC0903E LOCOPSUM - LOCRUNCT OPEN FAILED, '
004640                     LOC-RUN-STATUS UPON CONSOLE
004650             MOVE 16 TO RETURN-CODE
004660             GO TO 8000-TERMINATE
004670         END-IF
004680     END-IF.
004690 
004700     OPEN INPUT LOC-RJNL-FILE.
004710     IF LOC-RJNL-STATUS = '35'
004720         MOVE 'N' TO LOC-RJNL-SWITCH
004730     ELSE
004740         IF NOT LOC-RJNL-OK
004750             DISPLAY 'LOC0904E LOCOPSUM - LOCRJNL OPEN FAILED, '
004760                     LOC-RJNL-STATUS UPON CONSOLE
004770             MOVE 16 TO RETURN-CODE
004780             GO TO 8000-TERMINATE
004790         END-IF
004800     END-IF.
004810 
004820     OPEN INPUT LOC-SUSP-FILE.
004830     IF LOC-SUSP-STATUS = '35'
004840         MOVE 'N' TO LOC-SUSP-SWITCH
004850     ELSE
004860         IF NOT LOC-SUSP-OK
004870             DISPLAY 'LOC0905E LOCOPSUM - LOCSUSP OPEN FAILED, '
004880                     LOC-SUSP-STATUS UPON CONSOLE
004890             MOVE 16 TO RETURN-CODE
004900             GO TO 8000-TERMINATE
004910         END-IF
004920     END-IF.
004930 
004940     OPEN INPUT LOC-EXH-FILE.
004950     IF LOC-EXH-STATUS = '35'
004960         MOVE 'N' TO LOC-EXH-SWITCH
004970     ELSE
004980         IF NOT LOC-EXH-OK
004990             DISPLAY 'LOC0906E LOCOPSUM - LOCEXHST OPEN FAILED, '
005000                     LOC-EXH-STATUS UPON CONSOLE
005010             MOVE 16 TO RETURN-CODE
005020             GO TO 8000-TERMINATE
005030         END-IF
005040     END-IF.
005050 
005060     OPEN INPUT LOC-OTSK-FILE.
005070     IF LOC-OTSK-STATUS = '35'
005080         MOVE 'N' TO LOC-OTSK-SWITCH
005090     ELSE
005100         IF NOT LOC-OTSK-OK
005110             DISPLAY 'LOC0907E LOCOPSUM - LOCOTSK OPEN FAILED, '
005120                     LOC-OTSK-STATUS UPON CONSOLE
005130             MOVE 16 TO RETURN-CODE
005140             GO TO 8000-TERMINATE
005150         END-IF
005160     END-IF.
005170 
005180     OPEN INPUT LOC-CNTH-FILE.
005190     IF LOC-CNTH-STATUS = '35'
005200         MOVE 'N' TO LOC-CNTH-SWITCH
005210     ELSE
005220         IF NOT LOC-CNTH-OK
005230             DISPLAY 'LOC0908E LOCOPSUM - LOCCNTH OPEN FAILED, '
005240                     LOC-CNTH-STATUS UPON CONSOLE
005250             MOVE 16 TO RETURN-CODE
005260             GO TO 8000-TERMINATE
005270         END-IF
005280     END-IF.
005290 
005300     OPEN INPUT LOC-WMS-FILE.
005310     IF LOC-WMS-STATUS = '35'
005320         MOVE 'N' TO LOC-WMS-SWITCH
005330     ELSE
005340         IF NOT LOC-WMS-OK
005350             DISPLAY 'LOC0909E LOCOPSUM - WMSFEED OPEN FAILED, '
005360                     LOC-WMS-STATUS UPON CONSOLE
005370             MOVE 16 TO RETURN-CODE
005380             GO TO 8000-TERMINATE
005390         END-IF
005400     END-IF.
005410 1000-INITIALIZE-EXIT.
005420     EXIT.
005430 
005440*****************************************************************
005450*  2000-SCAN-MASTER - EVERY FACE ON THE ITEM-MASTER SETS UP ITS *
005460*                    WAREHOUSE'S COLUMN AND IS CHECKED FOR AN   *
005470*                    OVERDUE COUNT - NEVER COUNTED, OR LAST     *
005480*                    COUNTED ON OR BEFORE THE CUTOFF            *
005490*****************************************************************
005500 2000-SCAN-MASTER.
005510     MOVE 'N' TO LOC-EOF-SWITCH.
005520     MOVE LOW-VALUES TO LOC-KEY OF ITEM-MASTER-RECORD.
005530     START ITEM-MASTER
005540         KEY NOT LESS THAN LOC-KEY OF ITEM-MASTER-RECORD
005550         INVALID KEY
005560             SET LOC-AT-EOF TO TRUE
005570     END-START.
005580     PERFORM 2100-CHECK-ONE-FACE
005590         THRU 2100-CHECK-ONE-FACE-EXIT
005600         UNTIL LOC-AT-EOF.
005610 2000-SCAN-MASTER-EXIT.
005620     EXIT.
005630 
005640 2100-CHECK-ONE-FACE.
005650     READ ITEM-MASTER NEXT RECORD
005660         AT END
005670             SET LOC-AT-EOF TO TRUE
005680             GO TO 2100-CHECK-ONE-FACE-EXIT
005690     END-READ.
005700     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO LOC-THIS-WHSE.
005710     PERFORM 6800-FIND-WHSE
005720         THRU 6800-FIND-WHSE-EXIT.
005730     IF NOT LOC-CNTH-PRESENT
005740         ADD 1 TO WT-OVERDUE (LOC-WHSE-SUB)
005750         GO TO 2100-CHECK-ONE-FACE-EXIT
005760     END-IF.
005770     MOVE LOC-KEY OF ITEM-MASTER-RECORD TO CNT-KEY.
005780     READ LOC-CNTH-FILE
005790         INVALID KEY
005800             ADD 1 TO WT-OVERDUE (LOC-WHSE-SUB)
005810         NOT INVALID KEY
005820             IF CNT-LAST-COUNTED <= LOC-OVERDUE-CUTOFF
005830                 ADD 1 TO WT-OVERDUE (LOC-WHSE-SUB)
005840             END-IF
005850     END-READ.
005860 2100-CHECK-ONE-FACE-EXIT.
005870     EXIT.
005880 
005890*****************************************************************
005900*  2500-SCAN-JOURNAL - COUNT THE UPDATES LOCAPPLY JOURNALED ON  *
005910*                    THE RUN DATE.  A DELETE CARRIES ITS KEY IN *
005920*                    THE BEFORE IMAGE, EVERYTHING ELSE IN THE   *
005930*                    AFTER IMAGE                                *
005940*****************************************************************
005950 2500-SCAN-JOURNAL.
005960     IF NOT LOC-RJNL-PRESENT
005970         GO TO 2500-SCAN-JOURNAL-EXIT
005980     END-IF.
005990     MOVE 'N' TO LOC-EOF-SWITCH.
006000     MOVE LOC-RUN-DATE TO RJN-DATE.
006010     MOVE ZEROES TO RJN-TIME.
006020     MOVE ZERO TO RJN-SEQ.
006030     START LOC-RJNL-FILE
006040         KEY NOT LESS THAN RJN-KEY
006050         INVALID KEY
006060             SET LOC-AT-EOF TO TRUE
006070     END-START.
006080     PERFORM 2600-COUNT-ONE-UPDATE
006090         THRU 2600-COUNT-ONE-UPDATE-EXIT
006100         UNTIL LOC-AT-EOF.
006110 2500-SCAN-JOURNAL-EXIT.
006120     EXIT.
006130 
006140 2600-COUNT-ONE-UPDATE.
006150     READ LOC-RJNL-FILE NEXT RECORD
006160         AT END
006170             SET LOC-AT-EOF TO TRUE
006180             GO TO 2600-COUNT-ONE-UPDATE-EXIT
006190     END-READ.
006200     IF RJN-DATE NOT = LOC-RUN-DATE
006210         SET LOC-AT-EOF TO TRUE
006220         GO TO 2600-COUNT-ONE-UPDATE-EXIT
006230     END-IF.
006240     IF RJN-PROGRAM NOT = 'LOCAPPLY'
006250         GO TO 2600-COUNT-ONE-UPDATE-EXIT
006260     END-IF.
006270     IF RJN-ACTION-DELETE
006280         MOVE RJN-BEFORE-IMAGE (1:2) TO LOC-THIS-WHSE
006290     ELSE
006300         MOVE RJN-AFTER-IMAGE (1:2) TO LOC-THIS-WHSE
006310     END-IF.
006320     PERFORM 6800-FIND-WHSE
006330         THRU 6800-FIND-WHSE-EXIT.
006340     ADD 1 TO WT-APPLIED (LOC-WHSE-SUB).
006350 2600-COUNT-ONE-UPDATE-EXIT.
006360     EXIT.
006370 
006380*****************************************************************
006390*  3000-SCAN-SUSPENSE - EVERY ENTRY IS PENDING; ONE SUSPENDED   *
006400*                    ON THE RUN DATE IS ALSO ONE OF THE NIGHT'S *
006410*                    REJECTS - UNLESS IT IS HELD 'FROZEN FOR    *
006420*                    COUNT', WHICH LOCAPPLY COUNTS APART FROM   *
006430*                    ITS REJECTS.  THE FILE IS IN DATE ORDER,   *
006440*                    SO THE FIRST ENTRY SEEN FOR A WAREHOUSE IS *
006450*                    ITS OLDEST.  A BLANK WAREHOUSE IN THE      *
006460*                    TRANSACTION IS 01, AS IN LOCAPPLY          *
006470*****************************************************************
006480 3000-SCAN-SUSPENSE.
006490     IF NOT LOC-SUSP-PRESENT
006500         GO TO 3000-SCAN-SUSPENSE-EXIT
006510     END-IF.
006520     MOVE 'N' TO LOC-EOF-SWITCH.
006530     PERFORM 3100-COUNT-ONE-ENTRY
006540         THRU 3100-COUNT-ONE-ENTRY-EXIT
006550         UNTIL LOC-AT-EOF.
006560 3000-SCAN-SUSPENSE-EXIT.
006570     EXIT.
006580 
006590 3100-COUNT-ONE-ENTRY.
006600     READ LOC-SUSP-FILE NEXT RECORD
006610         AT END
006620             SET LOC-AT-EOF TO TRUE
006630             GO TO 3100-COUNT-ONE-ENTRY-EXIT
006640     END-READ.
006650     MOVE SUS-TRAN (2:2) TO LOC-THIS-WHSE.
006660     IF LOC-THIS-WHSE = SPACES
006670         MOVE '01' TO LOC-THIS-WHSE
006680     END-IF.
006690     PERFORM 6800-FIND-WHSE
006700         THRU 6800-FIND-WHSE-EXIT.
006710     ADD 1 TO WT-SUSPENSE (LOC-WHSE-SUB).
006720     IF WT-SUSP-OLDEST (LOC-WHSE-SUB) = SPACES
006730         MOVE SUS-DATE TO WT-SUSP-OLDEST (LOC-WHSE-SUB)
006740     END-IF.
006750     IF SUS-DATE = LOC-RUN-DATE
006760        AND SUS-REASON NOT = 'FROZEN FOR COUNT'
006770         ADD 1 TO WT-REJECTED (LOC-WHSE-SUB)
006780     END-IF.
006790 3100-COUNT-ONE-ENTRY-EXIT.
006800     EXIT.
006810 
006820*****************************************************************
006830*  3500-SCAN-EXCEPTIONS - EVERY LOCEXHST RECORD IS A LIVE EDIT  *
006840*                    FAILURE; ONE AT OR PAST THE CHRONIC        *
006850*                    THRESHOLD IS ALSO COUNTED CHRONIC          *
006860*****************************************************************
006870 3500-SCAN-EXCEPTIONS.
006880     IF NOT LOC-EXH-PRESENT
006890         GO TO 3500-SCAN-EXCEPTIONS-EXIT
006900     END-IF.
006910     MOVE 'N' TO LOC-EOF-SWITCH.
006920     PERFORM 3600-COUNT-ONE-EXCEPTION
006930         THRU 3600-COUNT-ONE-EXCEPTION-EXIT
006940         UNTIL LOC-AT-EOF.
006950 3500-SCAN-EXCEPTIONS-EXIT.
006960     EXIT.
006970 
006980 3600-COUNT-ONE-EXCEPTION.
006990     READ LOC-EXH-FILE NEXT RECORD
007000         AT END
007010             SET LOC-AT-EOF TO TRUE
007020             GO TO 3600-COUNT-ONE-EXCEPTION-EXIT
007030     END-READ.
007040     MOVE EXH-WHSE-ID TO LOC-THIS-WHSE.
007050     PERFORM 6800-FIND-WHSE
007060         THRU 6800-FIND-WHSE-EXIT.
007070     ADD 1 TO WT-EXCEPTIONS (LOC-WHSE-SUB).
007080     IF EXH-NIGHTS >= LOC-CHRONIC-NIGHTS
007090         ADD 1 TO WT-CHRONIC (LOC-WHSE-SUB)
007100     END-IF.
007110 3600-COUNT-ONE-EXCEPTION-EXIT.
007120     EXIT.
007130 
007140*****************************************************************
007150*  4000-SCAN-WMS-FEED - AN HDR RECORD FOR THE RUN DATE OPENS    *
007160*                    THAT WAREHOUSE'S FEED; THE DETAIL RECORDS  *
007170*                    BEHIND IT ARE COUNTED AND ITS TRL RECORD   *
007180*                    CHECKED AGAINST THE COUNT.  AN HDR FOR     *
007190*                    ANOTHER DATE (AN EARLIER NIGHT LEFT ON A   *
007200*                    MOD DATASET) SWITCHES COUNTING OFF UNTIL   *
007210*                    THE NEXT HDR.  A LATER HDR FOR THE SAME    *
007220*                    WAREHOUSE (A FORCED RERUN) STARTS IT AGAIN *
007230*****************************************************************
007240 4000-SCAN-WMS-FEED.
007250     IF NOT LOC-WMS-PRESENT
007260         GO TO 4000-SCAN-WMS-FEED-EXIT
007270     END-IF.
007280     MOVE 'N' TO LOC-EOF-SWITCH.
007290     MOVE ZERO TO LOC-FEED-WHSE-SUB.
007300     PERFORM 4100-CHECK-ONE-FEED-RECORD
007310         THRU 4100-CHECK-ONE-FEED-RECORD-EXIT
007320         UNTIL LOC-AT-EOF.
007330 4000-SCAN-WMS-FEED-EXIT.
007340     EXIT.
007350 
007360 4100-CHECK-ONE-FEED-RECORD.
007370     READ LOC-WMS-FILE
007380         AT END
007390             SET LOC-AT-EOF TO TRUE
007400             GO TO 4100-CHECK-ONE-FEED-RECORD-EXIT
007410     END-READ.
007420     EVALUATE TRUE
007430         WHEN WMS-CTL-HEADER
007440             PERFORM 4200-OPEN-FEED
007450                 THRU 4200-OPEN-FEED-EXIT
007460         WHEN WMS-CTL-TRAILER
007470             PERFORM 4300-CLOSE-FEED
007480                 THRU 4300-CLOSE-FEED-EXIT
007490         WHEN OTHER
007500             IF LOC-FEED-WHSE-SUB > ZERO
007510                 ADD 1 TO WT-WMS-DETAILS (LOC-FEED-WHSE-SUB)
007520             END-IF
007530     END-EVALUATE.
007540 4100-CHECK-ONE-FEED-RECORD-EXIT.
007550     EXIT.
007560 
007570 4200-OPEN-FEED.
007580     MOVE SPACES TO LOC-WMS-FIELDS.
007590     UNSTRING LOC-WMS-RECORD DELIMITED BY ','
007600         INTO LOC-WMS-TYPE
007610              LOC-WMS-FIELD-2
007620              LOC-WMS-FIELD-3
007630              LOC-WMS-FIELD-4
007640     END-UNSTRING.
007650     MOVE ZERO TO LOC-FEED-WHSE-SUB.
007660     IF LOC-WMS-FIELD-2 (1:8) NOT = LOC-RUN-DATE
007670         GO TO 4200-OPEN-FEED-EXIT
007680     END-IF.
007690     MOVE LOC-WMS-FIELD-4 (1:2) TO LOC-THIS-WHSE.
007700     IF LOC-THIS-WHSE = SPACES
007710         MOVE '01' TO LOC-THIS-WHSE
007720     END-IF.
007730     PERFORM 6800-FIND-WHSE
007740         THRU 6800-FIND-WHSE-EXIT.
007750     MOVE LOC-WHSE-SUB TO LOC-FEED-WHSE-SUB.
007760     MOVE 'H' TO WT-WMS-STATE (LOC-FEED-WHSE-SUB).
007770     MOVE ZERO TO WT-WMS-DETAILS (LOC-FEED-WHSE-SUB)
007780                  WT-WMS-COUNT (LOC-FEED-WHSE-SUB)
007790                  WT-WMS-HASH (LOC-FEED-WHSE-SUB).
007800 4200-OPEN-FEED-EXIT.
007810     EXIT.
007820 
007830 4300-CLOSE-FEED.
007840     IF LOC-FEED-WHSE-SUB = ZERO
007850         GO TO 4300-CLOSE-FEED-EXIT
007860     END-IF.
007870     MOVE SPACES TO LOC-WMS-FIELDS.
007880     UNSTRING LOC-WMS-RECORD DELIMITED BY ','
007890         INTO LOC-WMS-TYPE
007900              LOC-WMS-FIELD-2
007910              LOC-WMS-FIELD-3
007920     END-UNSTRING.
007930     MOVE 'X' TO WT-WMS-STATE (LOC-FEED-WHSE-SUB).
007940     IF LOC-WMS-FIELD-2 (1:6) IS NUMERIC
007950         MOVE LOC-WMS-FIELD-2 (1:6)
007960             TO WT-WMS-COUNT (LOC-FEED-WHSE-SUB)
007970         IF WT-WMS-COUNT (LOC-FEED-WHSE-SUB) =
007980            WT-WMS-DETAILS (LOC-FEED-WHSE-SUB)
007990             MOVE 'T' TO WT-WMS-STATE (LOC-FEED-WHSE-SUB)
008000         END-IF
008010     END-IF.
008020     IF LOC-WMS-FIELD-3 IS NUMERIC
008030         MOVE LOC-WMS-FIELD-3 TO LOC-WMS-NUMBER
008040         MOVE LOC-WMS-NUMBER TO WT-WMS-HASH (LOC-FEED-WHSE-SUB)
008050     END-IF.
008060     MOVE ZERO TO LOC-FEED-WHSE-SUB.
008070 4300-CLOSE-FEED-EXIT.
008080     EXIT.
008090 
008100*****************************************************************
008110*  4500-SCAN-TASKS - AN OPEN TASK CUT OR TOPPED UP ON THE RUN   *
008120*                    DATE WAS ISSUED BY THE NIGHT'S REPLN STEP  *
008130*****************************************************************
008140 4500-SCAN-TASKS.
008150     IF NOT LOC-OTSK-PRESENT
008160         GO TO 4500-SCAN-TASKS-EXIT
008170     END-IF.
008180     MOVE 'N' TO LOC-EOF-SWITCH.
008190     PERFORM 4600-COUNT-ONE-TASK
008200         THRU 4600-COUNT-ONE-TASK-EXIT
008210         UNTIL LOC-AT-EOF.
008220 4500-SCAN-TASKS-EXIT.
008230     EXIT.
008240 
008250 4600-COUNT-ONE-TASK.
008260     READ LOC-OTSK-FILE NEXT RECORD
008270         AT END
008280             SET LOC-AT-EOF TO TRUE
008290             GO TO 4600-COUNT-ONE-TASK-EXIT
008300     END-READ.
008310     IF OTK-LAST-ISSUED NOT = LOC-RUN-DATE
008320         GO TO 4600-COUNT-ONE-TASK-EXIT
008330     END-IF.
008340     MOVE OTK-WHSE-ID TO LOC-THIS-WHSE.
008350     PERFORM 6800-FIND-WHSE
008360         THRU 6800-FIND-WHSE-EXIT.
008370     ADD 1 TO WT-TASKS (LOC-WHSE-SUB).
008380 4600-COUNT-ONE-TASK-EXIT.
008390     EXIT.
008400 
008410*****************************************************************
008420*  5000-READ-RUN-CONTROL - THE WAREHOUSE'S LOCRUNCT RECORD FOR  *
008430*                    THE RUN DATE.  NONE MEANS STEP1 NEVER      *
008440*                    STARTED FOR IT                             *
008450*****************************************************************
008460 5000-READ-RUN-CONTROL.
008470     MOVE SPACES TO WT-RUN-STATUS (LOC-WHSE-SUB).
008480     IF NOT LOC-RUN-PRESENT
008490         GO TO 5000-READ-RUN-CONTROL-EXIT
008500     END-IF.
008510     MOVE LOC-RUN-DATE TO RUN-DATE.
008520     MOVE WT-WHSE-ID (LOC-WHSE-SUB) TO RUN-WHSE-ID.
008530     READ LOC-RUN-FILE
008540         INVALID KEY
008550             GO TO 5000-READ-RUN-CONTROL-EXIT
008560     END-READ.
008570     MOVE RUN-STATUS TO WT-RUN-STATUS (LOC-WHSE-SUB).
008580     MOVE RUN-START-TIME TO WT-RUN-START (LOC-WHSE-SUB).
008590     MOVE RUN-END-TIME TO WT-RUN-END (LOC-WHSE-SUB).
008600 5000-READ-RUN-CONTROL-EXIT.
008610     EXIT.
008620 
008630*****************************************************************
008640*  6000-BUILD-COLUMN - FILL ONE WAREHOUSE'S CELL IN EVERY ROW   *
008650*                    AND FLAG IT AGAINST ITS LIMIT              *
008660*****************************************************************
008670 6000-BUILD-COLUMN.
008680     MOVE 'WAREHOUSE ' TO OPS-HDG-TEXT (LOC-WHSE-SUB).
008690     MOVE WT-WHSE-ID (LOC-WHSE-SUB)
008700         TO OPS-HDG-WHSE (LOC-WHSE-SUB).
008710     MOVE ZERO TO WT-RED-FLAGS (LOC-WHSE-SUB).
008720 
008730     MOVE 1 TO LOC-ROW.
008740     SET LOC-IS-RED TO TRUE.
008750     EVALUATE WT-RUN-STATUS (LOC-WHSE-SUB)
008760         WHEN 'C'
008770             MOVE 'COMPLETED'
008780                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
008790             SET LOC-IS-GREEN TO TRUE
008800         WHEN 'F'
008810             MOVE 'FAILED'
008820                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
008830         WHEN 'R'
008840             MOVE 'NOT ENDED'
008850                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
008860         WHEN OTHER
008870             MOVE 'NOT RUN'
008880                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
008890     END-EVALUATE.
008900     PERFORM 6900-SET-FLAG
008910         THRU 6900-SET-FLAG-EXIT.
008920 
008930     MOVE 2 TO LOC-ROW.
008940     IF WT-RUN-STATUS (LOC-WHSE-SUB) = 'C' OR 'F'
008950         PERFORM 6100-ELAPSED-TIME
008960             THRU 6100-ELAPSED-TIME-EXIT
008970     END-IF.
008980 
008990     MOVE 3 TO LOC-ROW.
009000     MOVE WT-APPLIED (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT.
009010     MOVE LOC-OPS-EDIT-COUNT
009020         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
009030 
009040     MOVE 4 TO LOC-ROW.
009050     MOVE WT-REJECTED (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT.
009060     MOVE LOC-OPS-EDIT-COUNT
009070         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
009080     SET LOC-IS-GREEN TO TRUE.
009090     IF WT-REJECTED (LOC-WHSE-SUB) > LOC-MAX-REJECTS
009100         SET LOC-IS-RED TO TRUE
009110     END-IF.
009120     PERFORM 6900-SET-FLAG
009130         THRU 6900-SET-FLAG-EXIT.
009140 
009150     MOVE 5 TO LOC-ROW.
009160     MOVE WT-SUSPENSE (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT.
009170     MOVE LOC-OPS-EDIT-COUNT
009180         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
009190     SET LOC-IS-GREEN TO TRUE.
009200     IF WT-SUSPENSE (LOC-WHSE-SUB) > LOC-MAX-SUSPENSE
009210         SET LOC-IS-RED TO TRUE
009220     END-IF.
009230     PERFORM 6900-SET-FLAG
009240         THRU 6900-SET-FLAG-EXIT.
009250 
009260     MOVE 6 TO LOC-ROW.
009270     PERFORM 6200-SUSPENSE-AGE
009280         THRU 6200-SUSPENSE-AGE-EXIT.
009290 
009300     MOVE 7 TO LOC-ROW.
009310     MOVE WT-EXCEPTIONS (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT.
009320     MOVE LOC-OPS-EDIT-COUNT
009330         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
009340     SET LOC-IS-GREEN TO TRUE.
009350     IF WT-EXCEPTIONS (LOC-WHSE-SUB) > LOC-MAX-EXCEPTIONS
009360         SET LOC-IS-RED TO TRUE
009370     END-IF.
009380     PERFORM 6900-SET-FLAG
009390         THRU 6900-SET-FLAG-EXIT.
009400 
009410     MOVE 8 TO LOC-ROW.
009420     MOVE WT-CHRONIC (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT.
009430     MOVE LOC-OPS-EDIT-COUNT
009440         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
009450     SET LOC-IS-GREEN TO TRUE.
009460     IF WT-CHRONIC (LOC-WHSE-SUB) > LOC-MAX-CHRONIC
009470         SET LOC-IS-RED TO TRUE
009480     END-IF.
009490     PERFORM 6900-SET-FLAG
009500         THRU 6900-SET-FLAG-EXIT.
009510 
009520     MOVE 9 TO LOC-ROW.
009530     PERFORM 6300-FEED-TRAILER
009540         THRU 6300-FEED-TRAILER-EXIT.
009550 
009560     MOVE 11 TO LOC-ROW.
009570     MOVE WT-TASKS (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT.
009580     MOVE LOC-OPS-EDIT-COUNT
009590         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
009600     SET LOC-IS-GREEN TO TRUE.
009610     IF WT-TASKS (LOC-WHSE-SUB) > LOC-MAX-TASKS
009620         SET LOC-IS-RED TO TRUE
009630     END-IF.
009640     PERFORM 6900-SET-FLAG
009650         THRU 6900-SET-FLAG-EXIT.
009660 
009670     MOVE 12 TO LOC-ROW.
009680     MOVE WT-OVERDUE (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT.
009690     MOVE LOC-OPS-EDIT-COUNT
009700         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
009710     SET LOC-IS-GREEN TO TRUE.
009720     IF WT-OVERDUE (LOC-WHSE-SUB) > LOC-MAX-OVERDUE
009730         SET LOC-IS-RED TO TRUE
009740     END-IF.
009750     PERFORM 6900-SET-FLAG
009760         THRU 6900-SET-FLAG-EXIT.
009770 
009780     MOVE 13 TO LOC-ROW.
009790     IF WT-RED-FLAGS (LOC-WHSE-SUB) = ZERO
009800         MOVE 'ALL GREEN'
009810             TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
009820         MOVE 'GREEN' TO OPS-CELL-FLAG (LOC-ROW, LOC-WHSE-SUB)
009830     ELSE
009840         MOVE WT-RED-FLAGS (LOC-WHSE-SUB) TO LOC-OPS-EDIT-COUNT
009850         MOVE LOC-OPS-EDIT-COUNT
009860             TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
009870         MOVE '*RED*' TO OPS-CELL-FLAG (LOC-ROW, LOC-WHSE-SUB)
009880         ADD WT-RED-FLAGS (LOC-WHSE-SUB) TO LOC-TOTAL-RED
009890     END-IF.
009900 6000-BUILD-COLUMN-EXIT.
009910     EXIT.
009920 
009930*****************************************************************
009940*  6100-ELAPSED-TIME - START TO END OF STEP1 FROM THE RUN-      *
009950*                    CONTROL TIMES, ALLOWING FOR A RUN THAT     *
009960*                    CROSSED MIDNIGHT                           *
009970*****************************************************************
009980 6100-ELAPSED-TIME.
009990     IF WT-RUN-START (LOC-WHSE-SUB) NOT NUMERIC
010000        OR WT-RUN-END (LOC-WHSE-SUB) NOT NUMERIC
010010         GO TO 6100-ELAPSED-TIME-EXIT
010020     END-IF.
010030     MOVE WT-RUN-START (LOC-WHSE-SUB) TO LOC-TIME-WORK.
010040     COMPUTE LOC-START-MINUTES = LOC-TIME-HH * 60 + LOC-TIME-MM.
010050     MOVE WT-RUN-END (LOC-WHSE-SUB) TO LOC-TIME-WORK.
010060     COMPUTE LOC-ELAPSED-MINUTES = LOC-TIME-HH * 60 + LOC-TIME-MM.
010070     IF LOC-ELAPSED-MINUTES < LOC-START-MINUTES
010080         ADD 1440 TO LOC-ELAPSED-MINUTES
010090     END-IF.
010100     SUBTRACT LOC-START-MINUTES FROM LOC-ELAPSED-MINUTES.
010110     DIVIDE LOC-ELAPSED-MINUTES BY 60
010120         GIVING LOC-ELAPSED-HH
010130         REMAINDER LOC-ELAPSED-MM.
010140     MOVE LOC-ELAPSED-HH TO OPS-EDIT-HH.
010150     MOVE LOC-ELAPSED-MM TO OPS-EDIT-MM.
010160     MOVE LOC-OPS-EDIT-TIME
010170         TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB).
010180     SET LOC-IS-GREEN TO TRUE.
010190     IF LOC-ELAPSED-MINUTES > LOC-MAX-ELAPSED
010200         SET LOC-IS-RED TO TRUE
010210     END-IF.
010220     PERFORM 6900-SET-FLAG
010230         THRU 6900-SET-FLAG-EXIT.
010240 6100-ELAPSED-TIME-EXIT.
010250     EXIT.
010260 
010270*****************************************************************
010280*  6200-SUSPENSE-AGE - DAYS FROM THE OLDEST PENDING SUSPENSE    *
010290*                    ENTRY TO THE RUN DATE                      *
010300*****************************************************************
010310 6200-SUSPENSE-AGE.
010320     MOVE ZERO TO LOC-SUSP-AGE.
010330     MOVE WT-SUSP-OLDEST (LOC-WHSE-SUB) TO LOC-OLDEST-DATE.
010340     IF LOC-OLDEST-DATE IS NUMERIC
010350        AND LOC-OLDEST-DATE < LOC-RUN-DATE
010360         COMPUTE LOC-SUSP-AGE =
010370             FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N)
010380             - FUNCTION INTEGER-OF-DATE (LOC-OLDEST-DATE-N)
010390     END-IF.
010400     IF WT-SUSPENSE (LOC-WHSE-SUB) = ZERO
010410         MOVE 'NONE' TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
010420     ELSE
010430         MOVE LOC-SUSP-AGE TO LOC-OPS-EDIT-COUNT
010440         MOVE LOC-OPS-EDIT-COUNT
010450             TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
010460     END-IF.
010470     SET LOC-IS-GREEN TO TRUE.
010480     IF LOC-SUSP-AGE > LOC-MAX-SUSP-AGE
010490         SET LOC-IS-RED TO TRUE
010500     END-IF.
010510     PERFORM 6900-SET-FLAG
010520         THRU 6900-SET-FLAG-EXIT.
010530 6200-SUSPENSE-AGE-EXIT.
010540     EXIT.
010550 
010560*****************************************************************
010570*  6300-FEED-TRAILER - ROWS 9 AND 10.  GREEN ONLY WHEN THE      *
010580*                    NIGHT'S FEED ENDED WITH A TRAILER WHOSE    *
010590*                    COUNT MATCHES THE DETAIL RECORDS SENT      *
010600*****************************************************************
010610 6300-FEED-TRAILER.
010620     SET LOC-IS-RED TO TRUE.
010630     EVALUATE WT-WMS-STATE (LOC-WHSE-SUB)
010640         WHEN 'T'
010650             MOVE WT-WMS-COUNT (LOC-WHSE-SUB)
010660                 TO LOC-OPS-EDIT-COUNT
010670             MOVE LOC-OPS-EDIT-COUNT
010680                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
010690             SET LOC-IS-GREEN TO TRUE
010700         WHEN 'X'
010710             MOVE WT-WMS-COUNT (LOC-WHSE-SUB)
010720                 TO LOC-OPS-EDIT-COUNT
010730             MOVE LOC-OPS-EDIT-COUNT
010740                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
010750         WHEN 'H'
010760             MOVE 'NO TRAILER'
010770                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
010780         WHEN OTHER
010790             MOVE 'NO FEED'
010800                 TO OPS-CELL-VALUE (LOC-ROW, LOC-WHSE-SUB)
010810     END-EVALUATE.
010820     PERFORM 6900-SET-FLAG
010830         THRU 6900-SET-FLAG-EXIT.
010840     IF WT-WMS-STATE (LOC-WHSE-SUB) = 'T' OR 'X'
010850         MOVE WT-WMS-HASH (LOC-WHSE-SUB)
010860             TO OPS-CELL-VALUE (10, LOC-WHSE-SUB)
010870     END-IF.
010880 6300-FEED-TRAILER-EXIT.
010890     EXIT.
010900 
010910*****************************************************************
010920*  6800-FIND-WHSE - LOC-WHSE-SUB TO LOC-THIS-WHSE'S ENTRY,      *
010930*                    ADDING THE WAREHOUSE IF IT IS NEW          *
010940*****************************************************************
010950 6800-FIND-WHSE.
010960     MOVE ZERO TO LOC-WHSE-SUB.
010970     PERFORM 6810-CHECK-WHSE
010980         THRU 6810-CHECK-WHSE-EXIT
010990         VARYING LOC-WHSE-IDX FROM 1 BY 1
011000         UNTIL LOC-WHSE-IDX > LOC-WHSE-COUNT
011010            OR LOC-WHSE-SUB > ZERO.
011020     IF LOC-WHSE-SUB > ZERO
011030         GO TO 6800-FIND-WHSE-EXIT
011040     END-IF.
011050     IF LOC-WHSE-COUNT >= LOC-MAX-WHSE
011060         DISPLAY 'LOC0999E LOCOPSUM - WAREHOUSE TABLE FULL '
011070                 'AT ' LOC-MAX-WHSE ' ENTRIES' UPON CONSOLE
011080         MOVE 900 TO RETURN-CODE
011090         GO TO 8000-TERMINATE
011100     END-IF.
011110     ADD 1 TO LOC-WHSE-COUNT.
011120     MOVE LOC-WHSE-COUNT TO LOC-WHSE-SUB.
011130     MOVE LOC-THIS-WHSE TO WT-WHSE-ID (LOC-WHSE-SUB).
011140     MOVE SPACES TO WT-RUN-STATUS (LOC-WHSE-SUB)
011150                    WT-RUN-START (LOC-WHSE-SUB)
011160                    WT-RUN-END (LOC-WHSE-SUB)
011170                    WT-SUSP-OLDEST (LOC-WHSE-SUB).
011180     MOVE 'N' TO WT-WMS-STATE (LOC-WHSE-SUB).
011190     MOVE ZERO TO WT-APPLIED (LOC-WHSE-SUB)
011200                  WT-REJECTED (LOC-WHSE-SUB)
011210                  WT-SUSPENSE (LOC-WHSE-SUB)
011220                  WT-EXCEPTIONS (LOC-WHSE-SUB)
011230                  WT-CHRONIC (LOC-WHSE-SUB)
011240                  WT-WMS-DETAILS (LOC-WHSE-SUB)
011250                  WT-WMS-COUNT (LOC-WHSE-SUB)
011260                  WT-WMS-HASH (LOC-WHSE-SUB)
011270                  WT-TASKS (LOC-WHSE-SUB)
011280                  WT-OVERDUE (LOC-WHSE-SUB)
011290                  WT-RED-FLAGS (LOC-WHSE-SUB).
011300 6800-FIND-WHSE-EXIT.
011310     EXIT.
011320 
011330 6810-CHECK-WHSE.
011340     IF WT-WHSE-ID (LOC-WHSE-IDX) = LOC-THIS-WHSE
011350         SET LOC-WHSE-SUB TO LOC-WHSE-IDX
011360     END-IF.
011370 6810-CHECK-WHSE-EXIT.
011380     EXIT.
011390 
011400*****************************************************************
011410*  6900-SET-FLAG - GREEN OR *RED* ON THE CURRENT ROW'S CELL,    *
011420*                    COUNTING THE REDS AGAINST THE WAREHOUSE    *
011430*****************************************************************
011440 6900-SET-FLAG.
011450     IF LOC-IS-RED
011460         MOVE '*RED*' TO OPS-CELL-FLAG (LOC-ROW, LOC-WHSE-SUB)
011470         ADD 1 TO WT-RED-FLAGS (LOC-WHSE-SUB)
011480     ELSE
011490         MOVE 'GREEN' TO OPS-CELL-FLAG (LOC-ROW, LOC-WHSE-SUB)
011500     END-IF.
011510 6900-SET-FLAG-EXIT.
011520     EXIT.
011530 
011540*****************************************************************
011550*  7000-WRITE-PAGE - HEADINGS, ONE LINE PER MEASURE, THEN THE   *
011560*                    LIMITS THE FLAGS WERE SET AGAINST          *
011570*****************************************************************
011580 7000-WRITE-PAGE.
011590     MOVE LOC-REPORT-DATE TO OPS-HDG-2-DATE.
011600     WRITE LOC-OPS-RECORD FROM LOC-OPS-HDG-1.
011610     WRITE LOC-OPS-RECORD FROM LOC-OPS-HDG-2.
011620     MOVE SPACES TO LOC-OPS-RECORD.
011630     WRITE LOC-OPS-RECORD.
011640     IF LOC-WHSE-COUNT = ZERO
011650         STRING 'NO WAREHOUSE HAS ANY LOCATION OR NIGHTLY '
011660                'ACTIVITY ON FILE - NOTHING TO SUMMARIZE'
011670             DELIMITED BY SIZE INTO LOC-OPS-RECORD
011680         WRITE LOC-OPS-RECORD
011690         GO TO 7000-WRITE-PAGE-EXIT
011700     END-IF.
011710     WRITE LOC-OPS-RECORD FROM LOC-OPS-COL-HDG.
011720     MOVE ALL '-' TO LOC-OPS-RECORD.
011730     WRITE LOC-OPS-RECORD.
011740     PERFORM 7100-WRITE-ROW
011750         THRU 7100-WRITE-ROW-EXIT
011760         VARYING LOC-ROW FROM 1 BY 1
011770         UNTIL LOC-ROW > LOC-OPS-ROWS.
011780     MOVE SPACES TO LOC-OPS-RECORD.
011790     WRITE LOC-OPS-RECORD.
011800     PERFORM 7200-WRITE-LIMITS
011810         THRU 7200-WRITE-LIMITS-EXIT.
011820     IF LOC-TOTAL-RED > ZERO
011830         MOVE 4 TO RETURN-CODE
011840     END-IF.
011850 7000-WRITE-PAGE-EXIT.
011860     EXIT.
011870 
011880 7100-WRITE-ROW.
011890     IF LOC-ROW = LOC-OPS-ROWS
011900         MOVE SPACES TO LOC-OPS-RECORD
011910         WRITE LOC-OPS-RECORD
011920     END-IF.
011930     MOVE OPS-LABEL (LOC-ROW) TO OPS-ROW-LABEL (LOC-ROW).
011940     WRITE LOC-OPS-RECORD FROM OPS-GRID-ROW (LOC-ROW).
011950 7100-WRITE-ROW-EXIT.
011960     EXIT.
011970 
011980 7200-WRITE-LIMITS.
011990     MOVE SPACES TO LOC-OPS-RECORD.
012000     STRING 'FLAGGED *RED* WHEN - THE RUN DID NOT COMPLETE, THE '
012010            'WMS FEED HAS NO TRAILER OR ITS COUNT IS WRONG, OR'
012020         DELIMITED BY SIZE INTO LOC-OPS-RECORD.
012030     WRITE LOC-OPS-RECORD.
012040     MOVE 'ELAPSED TIME OVER (MINUTES) ...............'
012050         TO OPS-LIMIT-TEXT.
012060     MOVE LOC-MAX-ELAPSED TO OPS-LIMIT-VALUE.
012070     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012080     MOVE 'FEED TRANSACTIONS REJECTED OVER ............'
012090         TO OPS-LIMIT-TEXT.
012100     MOVE LOC-MAX-REJECTS TO OPS-LIMIT-VALUE.
012110     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012120     MOVE 'SUSPENSE ENTRIES PENDING OVER ..............'
012130         TO OPS-LIMIT-TEXT.
012140     MOVE LOC-MAX-SUSPENSE TO OPS-LIMIT-VALUE.
012150     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012160     MOVE 'OLDEST SUSPENSE ENTRY OVER (DAYS) ..........'
012170         TO OPS-LIMIT-TEXT.
012180     MOVE LOC-MAX-SUSP-AGE TO OPS-LIMIT-VALUE.
012190     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012200     MOVE 'EDIT EXCEPTIONS ON FILE OVER ...............'
012210         TO OPS-LIMIT-TEXT.
012220     MOVE LOC-MAX-EXCEPTIONS TO OPS-LIMIT-VALUE.
012230     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012240     MOVE 'CHRONIC FAILURES (3+ NIGHTS) OVER ..........'
012250         TO OPS-LIMIT-TEXT.
012260     MOVE LOC-MAX-CHRONIC TO OPS-LIMIT-VALUE.
012270     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012280     MOVE 'REPLENISHMENT TASKS ISSUED OVER ............'
012290         TO OPS-LIMIT-TEXT.
012300     MOVE LOC-MAX-TASKS TO OPS-LIMIT-VALUE.
012310     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012320     MOVE 'FACES OVERDUE (NOT COUNTED IN 30 DAYS) OVER '
012330         TO OPS-LIMIT-TEXT.
012340     MOVE LOC-MAX-OVERDUE TO OPS-LIMIT-VALUE.
012350     WRITE LOC-OPS-RECORD FROM LOC-OPS-LIMIT-LINE.
012360 7200-WRITE-LIMITS-EXIT.
012370     EXIT.
012380 
012390*****************************************************************
012400*  8000-TERMINATE - CLOSE THE FILES                             *
012410*****************************************************************
012420 8000-TERMINATE.
012430     CLOSE ITEM-MASTER
012440           LOC-RUN-FILE
012450           LOC-RJNL-FILE
012460           LOC-SUSP-FILE
012470           LOC-EXH-FILE
012480           LOC-OTSK-FILE
012490           LOC-CNTH-FILE
012500           LOC-WMS-FILE
012510           LOC-OPS-FILE.
012520     IF RETURN-CODE <= 4
012530         DISPLAY 'LOC0251I LOCOPSUM - NORMAL COMPLETION, '
012540                 LOC-WHSE-COUNT ' WAREHOUSES, '
012550                 LOC-TOTAL-RED ' MEASURES FLAGGED RED'
012560                 UPON CONSOLE
012570     ELSE
012580         DISPLAY 'LOC0252E LOCOPSUM - ABENDING, RETURN CODE '
012590                 RETURN-CODE UPON CONSOLE
012600     END-IF.
012610 8000-TERMINATE-EXIT.
012620     EXIT.
012630     STOP RUN.
