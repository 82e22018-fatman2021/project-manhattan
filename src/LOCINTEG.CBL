000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCINTEG.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCINTEG - NIGHTLY CROSS-FILE INTEGRITY CHECK                *
000090*                                                               *
000100*  WALKS THE ITEM-MASTER AND EVERY KEYED FILE THAT HANGS OFF IT *
000110*  AND PRINTS THE LOCINTGR INTEGRITY REPORT - ONE SECTION PER   *
000120*  KIND OF BREAK, EACH WITH ITS COUNTS BY WAREHOUSE, AND A      *
000130*  CLOSING SUMMARY OF THE SECTION TOTALS.  THE BREAKS CHECKED - *
000140*      1  A FACE CARRYING AN ITEM NUMBER THAT IS NOT ON THE     *
000150*         ITEMREF ITEM REFERENCE FILE (ITMMAINT LETS AN ITEM    *
000160*         BE DELETED WHILE FACES STILL CARRY IT)                *
000170*      2  A LOCATION ON BOTH THE ITEM-MASTER AND THE LOCARCH    *
000180*         ARCHIVE                                               *
000190*      3  A LOCCNTH COUNT HISTORY RECORD FOR A LOCATION NO      *
000200*         LONGER ON THE ITEM-MASTER                             *
000210*      4  A LOCEXHST EXCEPTION HISTORY RECORD FOR A LOCATION    *
000220*         NO LONGER ON THE ITEM-MASTER                          *
000230*      5  A LOCSUSP SUSPENSE ENTRY THAT CAN NO LONGER APPLY -   *
000240*         AN ADD FOR A LOCATION NOW ON THE ITEM-MASTER, OR A    *
000250*         CHANGE OR DELETE FOR ONE NO LONGER ON IT, OR A        *
000260*         RENAME WHOSE OLD CODE IS GONE OR WHOSE NEW CODE IS    *
000270*         ALREADY TAKEN                                         *
000280*      6  A LOCAUDIT JOURNAL ENTRY FOR AN OPERATOR ID THAT IS   *
000290*         NOT ON THE LOCOPER OPERATOR FILE                      *
000300*      7  A LOCOTSK OPEN REPLENISHMENT TASK FOR A LOCATION NO   *
000310*         LONGER ON THE ITEM-MASTER                             *
000320*      8  A LOCFRZN CYCLE-COUNT FREEZE FOR A LOCATION NO        *
000330*         LONGER ON THE ITEM-MASTER                             *
000340*  READ-ONLY - NOTHING IS CORRECTED; THE REPORT IS THE WORK     *
000350*  LIST.  A SATELLITE FILE THAT HAS NOT BEEN CREATED YET SKIPS  *
000360*  ITS SECTION WITH A NOTE.  RUN AS A STEP OF THE NIGHTLY JOB   *
000370*  (SEE JCL/LOCNITE.JCL, STEP INTEG).                           *
000380*                                                               *
000390*  RETURN CODES -                                               *
000400*      0  NO BREAKS FOUND                                       *
000410*      4  ONE OR MORE BREAKS FOUND - SEE THE LOCINTGR REPORT    *
000420*     16  THE ITEM-MASTER OR THE REPORT COULD NOT BE OPENED,    *
000430*         OR A SATELLITE FILE FAILED TO OPEN                    *
000440*                                                               *
000450*  MOD HISTORY                                                  *
000460*  ---------- --- --------------------------------------------- *
000470*  2026-10-15 RSM  ORIGINAL                                     *
000480*  2026-10-15 RSM  SECTION 5 NOW CHECKS A SUSPENDED RENAME -    *
000490*                  OLD CODE OFF THE MASTER, OR NEW CODE ALREADY *
000500*                  ON IT                                        *
000510*  2026-10-15 RSM  SECTIONS 7 AND 8 - OPEN TASKS AND COUNT      *
000520*                  FREEZES LEFT FOR A LOCATION NO LONGER ON THE *
000530*                  MASTER; SUMMARY HEADING LINE CLEARED FIRST   *
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS DYNAMIC
000640            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000650            ALTERNATE RECORD KEY IS
000660                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000670                WITH DUPLICATES
000680            FILE STATUS IS LOC-ITEMMAST-STATUS.
000690 
000700     SELECT LOC-ITEM-FILE    ASSIGN TO ITEMREF
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE IS DYNAMIC
000730            RECORD KEY IS ITM-ITEM-NUMBER
000740            FILE STATUS IS LOC-ITEMREF-STATUS.
000750 
000760     SELECT LOC-ARCH-FILE    ASSIGN TO LOCARCH
000770            ORGANIZATION IS INDEXED
000780            ACCESS MODE IS DYNAMIC
000790            RECORD KEY IS ARC-KEY
000800            FILE STATUS IS LOC-ARCH-STATUS.
000810 
000820     SELECT LOC-CNTH-FILE    ASSIGN TO LOCCNTH
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS SEQUENTIAL
000850            RECORD KEY IS CNT-KEY
000860            FILE STATUS IS LOC-CNTH-STATUS.
000870 
000880     SELECT LOC-EXH-FILE     ASSIGN TO LOCEXHST
000890            ORGANIZATION IS INDEXED
000900            ACCESS MODE IS SEQUENTIAL
000910            RECORD KEY IS EXH-KEY
000920            FILE STATUS IS LOC-EXH-STATUS.
000930 
000940     SELECT LOC-SUSP-FILE    ASSIGN TO LOCSUSP
000950            ORGANIZATION IS INDEXED
000960            ACCESS MODE IS SEQUENTIAL
000970            RECORD KEY IS SUS-KEY
000980            FILE STATUS IS LOC-SUSP-STATUS.
000990 
001000     SELECT LOC-AUDIT-FILE   ASSIGN TO LOCAUDIT
001010            ORGANIZATION IS INDEXED
001020            ACCESS MODE IS SEQUENTIAL
001030            RECORD KEY IS AUD-KEY
001040            FILE STATUS IS LOC-AUDIT-STATUS.
001050 
001060     SELECT LOC-OPER-FILE    ASSIGN TO LOCOPER
001070            ORGANIZATION IS INDEXED
001080            ACCESS MODE IS DYNAMIC
001090            RECORD KEY IS OPR-ID
001100            FILE STATUS IS LOC-OPER-STATUS.
001110 
001120     SELECT LOC-OTSK-FILE    ASSIGN TO LOCOTSK
001130            ORGANIZATION IS INDEXED
001140            ACCESS MODE IS SEQUENTIAL
001150            RECORD KEY IS OTK-KEY
001160            FILE STATUS IS LOC-OTSK-STATUS.
001170 
001180     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
001190            ORGANIZATION IS INDEXED
001200            ACCESS MODE IS SEQUENTIAL
001210            RECORD KEY IS FRZ-KEY
001220            FILE STATUS IS LOC-FRZ-STATUS.
001230 
001240     SELECT LOC-INTEG-FILE   ASSIGN TO LOCINTGR
001250            ORGANIZATION IS LINE SEQUENTIAL
001260            FILE STATUS IS LOC-INTEG-STATUS.
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  ITEM-MASTER
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 52 CHARACTERS.
001320     COPY LOCREC
001330         REPLACING ==:LOC-LVL:==    BY ==01==
001340                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001350                   ==:LOC-SUBLVL:== BY ==05==
001360                   ==:LOC-OCCURS:== BY ==      ==.
001370 
001380 FD  LOC-ITEM-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 50 CHARACTERS.
001410     COPY LOCITM.
001420 
001430 FD  LOC-ARCH-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 62 CHARACTERS.
001460     COPY LOCARC.
001470 
001480 FD  LOC-CNTH-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 22 CHARACTERS.
001510     COPY LOCCNT.
001520 
001530 FD  LOC-EXH-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 62 CHARACTERS.
001560     COPY LOCEXH.
001570 
001580 FD  LOC-SUSP-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 130 CHARACTERS.
001610     COPY LOCSUS.
001620 
001630 FD  LOC-AUDIT-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 134 CHARACTERS.
001660     COPY LOCAUD.
001670 
001680 FD  LOC-OPER-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 40 CHARACTERS.
001710     COPY LOCOPR.
001720 
001730 FD  LOC-OTSK-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 50 CHARACTERS.
001760     COPY LOCOTK.
001770 
001780 FD  LOC-FRZ-FILE
001790     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 50 CHARACTERS.
001810     COPY LOCFRZ.
001820 
001830 FD  LOC-INTEG-FILE
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 132 CHARACTERS.
001860 01  LOC-INTEG-RECORD                PIC X(132).
001870 
001880 WORKING-STORAGE SECTION.
001890 01  LOC-ITEMMAST-STATUS             PIC X(02).
001900     88  LOC-ITEMMAST-OK                 VALUE '00'.
001910 01  LOC-ITEMREF-STATUS              PIC X(02).
001920     88  LOC-ITEMREF-OK                  VALUE '00'.
001930 01  LOC-ARCH-STATUS                 PIC X(02).
001940     88  LOC-ARCH-OK                     VALUE '00'.
001950 01  LOC-CNTH-STATUS                 PIC X(02).
001960     88  LOC-CNTH-OK                     VALUE '00'.
001970 01  LOC-EXH-STATUS                  PIC X(02).
001980     88  LOC-EXH-OK                      VALUE '00'.
001990 01  LOC-SUSP-STATUS                 PIC X(02).
002000     88  LOC-SUSP-OK                     VALUE '00'.
002010 01  LOC-AUDIT-STATUS                PIC X(02).
002020     88  LOC-AUDIT-OK                    VALUE '00'.
002030 01  LOC-OPER-STATUS                 PIC X(02).
002040     88  LOC-OPER-OK                     VALUE '00'.
002050 01  LOC-OTSK-STATUS                 PIC X(02).
002060     88  LOC-OTSK-OK                     VALUE '00'.
002070 01  LOC-FRZ-STATUS                  PIC X(02).
002080     88  LOC-FRZ-OK                      VALUE '00'.
002090 01  LOC-INTEG-STATUS                PIC X(02).
002100     88  LOC-INTEG-OK                    VALUE '00'.
002110 
002120 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
002130     88  LOC-AT-EOF                      VALUE 'Y'.
002140 01  LOC-FOUND-SWITCH                PIC X(01)  VALUE 'N'.
002150     88  LOC-KEY-FOUND                   VALUE 'Y'.
002160     88  LOC-KEY-MISSING                 VALUE 'N'.
002170 
002180*****************************************************************
002190*  A SATELLITE FILE THAT HAS NEVER BEEN CREATED (OPEN STATUS    *
002200*  35) IS NOT AN ERROR - ITS SECTION IS SKIPPED WITH A NOTE     *
002210*****************************************************************
002220 01  LOC-ITEMREF-SWITCH              PIC X(01)  VALUE 'Y'.
002230     88  LOC-ITEMREF-PRESENT             VALUE 'Y'.
002240 01  LOC-ARCH-SWITCH                 PIC X(01)  VALUE 'Y'.
002250     88  LOC-ARCH-PRESENT                VALUE 'Y'.
002260 01  LOC-CNTH-SWITCH                 PIC X(01)  VALUE 'Y'.
002270     88  LOC-CNTH-PRESENT                VALUE 'Y'.
002280 01  LOC-EXH-SWITCH                  PIC X(01)  VALUE 'Y'.
002290     88  LOC-EXH-PRESENT                 VALUE 'Y'.
002300 01  LOC-SUSP-SWITCH                 PIC X(01)  VALUE 'Y'.
002310     88  LOC-SUSP-PRESENT                VALUE 'Y'.
002320 01  LOC-AUDIT-SWITCH                PIC X(01)  VALUE 'Y'.
002330     88  LOC-AUDIT-PRESENT               VALUE 'Y'.
002340 01  LOC-OPER-SWITCH                 PIC X(01)  VALUE 'Y'.
002350     88  LOC-OPER-PRESENT                VALUE 'Y'.
002360 01  LOC-OTSK-SWITCH                 PIC X(01)  VALUE 'Y'.
002370     88  LOC-OTSK-PRESENT                VALUE 'Y'.
002380 01  LOC-FRZ-SWITCH                  PIC X(01)  VALUE 'Y'.
002390     88  LOC-FRZ-PRESENT                 VALUE 'Y'.
002400 
002410*****************************************************************
002420*  THE SUSPENDED TRANSACTION, LAID OUT FOR THE SECTION 5 CHECK  *
002430*****************************************************************
002440     COPY LOCTRAN.
002450 01  LOC-SUSP-WHSE                   PIC X(02)  VALUE SPACES.
002460 
002470*****************************************************************
002480*  PER-WAREHOUSE BREAK COUNTS FOR THE SECTION IN PROGRESS -     *
002490*  CLEARED AT THE TOP OF EVERY SECTION.  A WAREHOUSE IS ADDED   *
002500*  THE FIRST TIME IT HAS A BREAK; LOC-MAX-WHSE BOUNDS THE TABLE *
002510*****************************************************************
002520 01  LOC-MAX-WHSE                    PIC 9(04) COMP  VALUE 50.
002530 01  LOC-WHSE-TABLE.
002540     05  LOC-WHSE-COUNT              PIC 9(04) COMP  VALUE ZERO.
002550     05  LOC-WHSE-ENTRY              OCCURS 0 TO 50 TIMES
002560                                     DEPENDING ON LOC-WHSE-COUNT
002570                                     INDEXED BY LOC-WHSE-IDX.
002580         10  WT-WHSE-ID              PIC X(02).
002590         10  WT-BREAKS               PIC 9(06).
002600 01  LOC-BREAK-WHSE                  PIC X(02)  VALUE SPACES.
002610 01  LOC-WHSE-SUB                    PIC 9(04) COMP  VALUE ZERO.
002620 
002630*****************************************************************
002640*  SECTION TOTALS - ONE PER KIND OF BREAK, FOR THE SUMMARY      *
002650*****************************************************************
002660 01  LOC-SECTION-BREAKS              PIC 9(06)  VALUE ZERO.
002670 01  LOC-SECTION-TOTALS.
002680     05  LOC-SECTION-TOTAL           PIC 9(06)  VALUE ZERO
002690                                     OCCURS 8 TIMES.
002700 01  LOC-SECTION-NO                  PIC 9(02) COMP  VALUE ZERO.
002710 01  LOC-TOTAL-BREAKS                PIC 9(06)  VALUE ZERO.
002720 
002730 01  LOC-CURRENT-DATE.
002740     05  LOC-CUR-YYYY                PIC 9(04).
002750     05  LOC-CUR-MM                  PIC 9(02).
002760     05  LOC-CUR-DD                  PIC 9(02).
002770 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
002780 
002790 01  LOC-INT-HDG-1.
002800     05  FILLER                      PIC X(20)  VALUE SPACES.
002810     05  FILLER                      PIC X(36)
002820         VALUE 'LOCATION FILES CROSS-FILE INTEGRITY'.
002830 
002840 01  LOC-INT-HDG-2.
002850     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
002860     05  INT-HDG-2-DATE        PIC X(10).
002870     05  FILLER                PIC X(55)  VALUE SPACES.
002880     05  FILLER                PIC X(16)
002890         VALUE 'PROGRAM LOCINTEG'.
002900 
002910 01  LOC-INT-SECTION-HDG.
002920     05  FILLER                      PIC X(08)  VALUE 'SECTION '.
002930     05  INT-SEC-NO                  PIC 9(01).
002940     05  FILLER                      PIC X(03)  VALUE ' - '.
002950     05  INT-SEC-TITLE               PIC X(60).
002960 
002970 01  LOC-INT-COLUMN-HDG.
002980     05  FILLER                PIC X(06)  VALUE 'WHSE'.
002990     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
003000     05  INT-COL-REF           PIC X(14)  VALUE SPACES.
003010     05  FILLER                PIC X(06)  VALUE 'DETAIL'.
003020 
003030 01  LOC-INT-DETAIL-LINE.
003040     05  INT-DTL-WHSE                PIC X(02).
003050     05  FILLER                      PIC X(04)  VALUE SPACES.
003060     05  INT-DTL-CODE                PIC X(10).
003070     05  FILLER                      PIC X(04)  VALUE SPACES.
003080     05  INT-DTL-REF                 PIC X(10).
003090     05  FILLER                      PIC X(04)  VALUE SPACES.
003100     05  INT-DTL-NOTE                PIC X(50).
003110 
003120 01  LOC-INT-WHSE-LINE.
003130     05  FILLER                      PIC X(04)  VALUE SPACES.
003140     05  FILLER                PIC X(10)  VALUE 'WAREHOUSE '.
003150     05  INT-WHS-ID                  PIC X(02).
003160     05  FILLER                      PIC X(08)  VALUE ' ...... '.
003170     05  INT-WHS-COUNT               PIC ZZZ,ZZ9.
003180 
003190 01  LOC-INT-SECTION-TOTAL.
003200     05  FILLER                      PIC X(24)
003210         VALUE 'BREAKS IN SECTION ..... '.
003220     05  INT-SEC-TOTAL               PIC ZZZ,ZZ9.
003230 
003240 01  LOC-INT-SUMMARY-LINE.
003250     05  FILLER                      PIC X(08)  VALUE 'SECTION '.
003260     05  INT-SUM-NO                  PIC 9(01).
003270     05  FILLER                PIC X(15)  VALUE ' ............ '.
003280     05  INT-SUM-COUNT               PIC ZZZ,ZZ9.
003290 
003300 01  LOC-INT-TOTAL-LINE.
003310     05  FILLER                      PIC X(24)
003320         VALUE 'TOTAL BREAKS .......... '.
003330     05  INT-TOT-BREAKS              PIC ZZZ,ZZ9.
003340 
003350 PROCEDURE DIVISION.
003360*****************************************************************
003370*  0000-MAINLINE                                                *
003380*****************************************************************
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE
003410         THRU 1000-INITIALIZE-EXIT.
003420     PERFORM 2000-CHECK-ITEM-REFERENCE
003430         THRU 2000-CHECK-ITEM-REFERENCE-EXIT.
003440     PERFORM 2500-CHECK-ARCHIVE
003450         THRU 2500-CHECK-ARCHIVE-EXIT.
003460     PERFORM 3000-CHECK-COUNT-HISTORY
003470         THRU 3000-CHECK-COUNT-HISTORY-EXIT.
003480     PERFORM 3500-CHECK-EXCEPTION-HISTORY
003490         THRU 3500-CHECK-EXCEPTION-HISTORY-EXIT.
003500     PERFORM 4000-CHECK-SUSPENSE
003510         THRU 4000-CHECK-SUSPENSE-EXIT.
003520     PERFORM 4500-CHECK-AUDIT-OPERATORS
003530         THRU 4500-CHECK-AUDIT-OPERATORS-EXIT.
003540     PERFORM 5000-CHECK-OPEN-TASKS
003550         THRU 5000-CHECK-OPEN-TASKS-EXIT.
003560     PERFORM 5500-CHECK-FREEZES
003570         THRU 5500-CHECK-FREEZES-EXIT.
003580     PERFORM 7000-WRITE-SUMMARY
003590         THRU 7000-WRITE-SUMMARY-EXIT.
003600     PERFORM 8000-TERMINATE
003610         THRU 8000-TERMINATE-EXIT.
003620 
003630*****************************************************************
003640*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADINGS.     *
003650*                    THE ITEM-MASTER AND THE REPORT MUST OPEN;  *
003660*                    A SATELLITE FILE NOT YET CREATED IS NOTED  *
003670*                    AND ITS SECTION SKIPPED                    *
003680*****************************************************************
003690 1000-INITIALIZE.
003700     OPEN INPUT ITEM-MASTER.
003710     IF NOT LOC-ITEMMAST-OK
003720         DISPLAY 'LOC0901E LOCINTEG - ITEM-MASTER OPEN FAILED, '
003730                 LOC-ITEMMAST-STATUS UPON CONSOLE
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 8000-TERMINATE
003760     END-IF.
003770 
003780     OPEN OUTPUT LOC-INTEG-FILE.
003790     IF NOT LOC-INTEG-OK
003800         DISPLAY 'LOC0902E LOCINTEG - LOCINTGR OPEN FAILED, '
003810                 LOC-INTEG-STATUS UPON CONSOLE
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 8000-TERMINATE
003840     END-IF.
003850 
003860     OPEN INPUT LOC-ITEM-FILE.
003870     IF LOC-ITEMREF-STATUS = '35'
003880         MOVE 'N' TO LOC-ITEMREF-SWITCH
003890     ELSE
003900         IF NOT LOC-ITEMREF-OK
003910             DISPLAY 'LOC0903E LOCINTEG - ITEMREF OPEN FAILED, '
003920                     LOC-ITEMREF-STATUS UPON CONSOLE
003930             MOVE 16 TO RETURN-CODE
003940             GO TO 8000-TERMINATE
003950         END-IF
003960     END-IF.
003970 
003980     OPEN INPUT LOC-ARCH-FILE.
003990     IF LOC-ARCH-STATUS = '35'
004000         MOVE 'N' TO LOC-ARCH-SWITCH
004010     ELSE
004020         IF NOT LOC-ARCH-OK
004030             DISPLAY 'LOC0904E LOCINTEG - LOCARCH OPEN FAILED, '
004040                     LOC-ARCH-STATUS UPON CONSOLE
004050             MOVE 16 TO RETURN-CODE
004060             GO TO 8000-TERMINATE
004070         END-IF
004080     END-IF.
004090 
004100     OPEN INPUT LOC-CNTH-FILE.
004110     IF LOC-CNTH-STATUS = '35'
004120         MOVE 'N' TO LOC-CNTH-SWITCH
004130     ELSE
004140         IF NOT LOC-CNTH-OK
004150             DISPLAY 'LOC0905E LOCINTEG - LOCCNTH OPEN FAILED, '
004160                     LOC-CNTH-STATUS UPON CONSOLE
004170             MOVE 16 TO RETURN-CODE
004180             GO TO 8000-TERMINATE
004190         END-IF
004200     END-IF.
004210 
004220     OPEN INPUT LOC-EXH-FILE.
004230     IF LOC-EXH-STATUS = '35'
004240         MOVE 'N' TO LOC-EXH-SWITCH
004250     ELSE
004260         IF NOT LOC-EXH-OK
004270             DISPLAY 'LOC0906E LOCINTEG - LOCEXHST OPEN FAILED, '
004280                     LOC-EXH-STATUS UPON CONSOLE
004290             MOVE 16 TO RETURN-CODE
004300             GO TO 8000-TERMINATE
004310         END-IF
004320     END-IF.
004330 
004340     OPEN INPUT LOC-SUSP-FILE.
004350     IF LOC-SUSP-STATUS = '35'
004360         MOVE 'N' TO LOC-SUSP-SWITCH
004370     ELSE
004380         IF NOT LOC-SUSP-OK
004390             DISPLAY 'LOC0907E LOCINTEG - LOCSUSP OPEN FAILED, '
004400                     LOC-SUSP-STATUS UPON CONSOLE
004410             MOVE 16 TO RETURN-CODE
004420             GO TO 8000-TERMINATE
004430         END-IF
004440     END-IF.
004450 
004460     OPEN INPUT LOC-AUDIT-FILE.
004470     IF LOC-AUDIT-STATUS = '35'
004480         MOVE 'N' TO LOC-AUDIT-SWITCH
004490     ELSE
004500         IF NOT LOC-AUDIT-OK
004510             DISPLAY 'LOC0908E LOCINTEG - LOCAUDIT OPEN FAILED, '
004520                     LOC-AUDIT-STATUS UPON CONSOLE
004530             MOVE 16 TO RETURN-CODE
004540             GO TO 8000-TERMINATE
004550         END-IF
004560     END-IF.
004570 
004580     OPEN INPUT LOC-OPER-FILE.
004590     IF LOC-OPER-STATUS = '35'
004600         MOVE 'N' TO LOC-OPER-SWITCH
004610     ELSE
004620         IF NOT LOC-OPER-OK
004630             DISPLAY 'LOC0909E LOCINTEG - LOCOPER OPEN FAILED, '
004640                     LOC-OPER-STATUS UPON CONSOLE
004650             MOVE 16 TO RETURN-CODE
004660             GO TO 8000-TERMINATE
004670         END-IF
004680     END-IF.
004690     OPEN INPUT LOC-OTSK-FILE.
004700     IF LOC-OTSK-STATUS = '35'
004710         MOVE 'N' TO LOC-OTSK-SWITCH
004720     ELSE
004730         IF NOT LOC-OTSK-OK
004740             DISPLAY 'LOC0910E LOCINTEG - LOCOTSK OPEN FAILED, '
004750                     LOC-OTSK-STATUS UPON CONSOLE
004760             MOVE 16 TO RETURN-CODE
004770             GO TO 8000-TERMINATE
004780         END-IF
004790     END-IF.
004800     OPEN INPUT LOC-FRZ-FILE.
004810     IF LOC-FRZ-STATUS = '35'
004820         MOVE 'N' TO LOC-FRZ-SWITCH
004830     ELSE
004840         IF NOT LOC-FRZ-OK
004850             DISPLAY 'LOC0911E LOCINTEG - LOCFRZN OPEN FAILED, '
004860                     LOC-FRZ-STATUS UPON CONSOLE
004870             MOVE 16 TO RETURN-CODE
004880             GO TO 8000-TERMINATE
004890         END-IF
004900     END-IF.
004910 
004920     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
004930     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
004940         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
004950     MOVE LOC-REPORT-DATE TO INT-HDG-2-DATE.
004960     WRITE LOC-INTEG-RECORD FROM LOC-INT-HDG-1.
004970     WRITE LOC-INTEG-RECORD FROM LOC-INT-HDG-2.
004980 1000-INITIALIZE-EXIT.
004990     EXIT.
005000 
005010*****************************************************************
005020*  2000-CHECK-ITEM-REFERENCE - SECTION 1.  EVERY FACE WITH AN   *
005030*                    ASSIGNED ITEM IS LOOKED UP ON ITEMREF      *
005040*****************************************************************
005050 2000-CHECK-ITEM-REFERENCE.
005060     MOVE 1 TO LOC-SECTION-NO.
005070     MOVE 'FACES CARRYING AN ITEM NOT ON THE ITEM REFERENCE'
005080         TO INT-SEC-TITLE.
005090     MOVE 'ITEM NUMBER' TO INT-COL-REF.
005100     PERFORM 6000-START-SECTION
005110         THRU 6000-START-SECTION-EXIT.
005120     IF NOT LOC-ITEMREF-PRESENT
005130         PERFORM 6100-WRITE-SKIP-NOTE
005140             THRU 6100-WRITE-SKIP-NOTE-EXIT
005150         GO TO 2000-CHECK-ITEM-REFERENCE-EXIT
005160     END-IF.
005170     PERFORM 2050-START-MASTER
005180         THRU 2050-START-MASTER-EXIT.
005190     PERFORM 2200-CHECK-ONE-ITEM
005200         THRU 2200-CHECK-ONE-ITEM-EXIT
005210         UNTIL LOC-AT-EOF.
005220     PERFORM 6500-END-SECTION
005230         THRU 6500-END-SECTION-EXIT.
005240 2000-CHECK-ITEM-REFERENCE-EXIT.
005250     EXIT.
005260 
005270*****************************************************************
005280*  2050-START-MASTER - POSITION THE ITEM-MASTER AT ITS FIRST    *
005290*                    RECORD AND READ IT.  SECTIONS 1 AND 2 EACH *
005300*                    MAKE THEIR OWN PASS OF THE FILE            *
005310*****************************************************************
005320 2050-START-MASTER.
005330     MOVE 'N' TO LOC-EOF-SWITCH.
005340     MOVE LOW-VALUES TO LOC-KEY OF ITEM-MASTER-RECORD.
005350     START ITEM-MASTER
005360         KEY NOT LESS THAN LOC-KEY OF ITEM-MASTER-RECORD
005370         INVALID KEY
005380             SET LOC-AT-EOF TO TRUE
005390     END-START.
005400     IF NOT LOC-AT-EOF
005410         PERFORM 2100-READ-MASTER
005420             THRU 2100-READ-MASTER-EXIT
005430     END-IF.
005440 2050-START-MASTER-EXIT.
005450     EXIT.
005460 
005470 2100-READ-MASTER.
005480     READ ITEM-MASTER NEXT RECORD
005490         AT END
005500             SET LOC-AT-EOF TO TRUE
005510     END-READ.
005520 2100-READ-MASTER-EXIT.
005530     EXIT.
005540 
005550 2200-CHECK-ONE-ITEM.
005560     IF LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD NOT = SPACES
005570         MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
005580             TO ITM-ITEM-NUMBER
005590         READ LOC-ITEM-FILE
005600             INVALID KEY
005610                 MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD
005620                     TO INT-DTL-WHSE
005630                 MOVE LOC-CODE OF ITEM-MASTER-RECORD
005640                     TO INT-DTL-CODE
005650                 MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
005660                     TO INT-DTL-REF
005670                 MOVE 'ITEM DELETED OR NEVER KEYED ON ITEMREF'
005680                     TO INT-DTL-NOTE
005690                 PERFORM 6200-WRITE-BREAK
005700                     THRU 6200-WRITE-BREAK-EXIT
005710         END-READ
005720     END-IF.
005730     PERFORM 2100-READ-MASTER
005740         THRU 2100-READ-MASTER-EXIT.
005750 2200-CHECK-ONE-ITEM-EXIT.
005760     EXIT.
005770 
005780*****************************************************************
005790*  2500-CHECK-ARCHIVE - SECTION 2.  EVERY LOCATION ON THE       *
005800*                    ITEM-MASTER IS LOOKED UP ON LOCARCH; A     *
005810*                    HIT MEANS THE SAME CODE IS BOTH LIVE AND   *
005820*                    ARCHIVED                                   *
005830*****************************************************************
005840 2500-CHECK-ARCHIVE.
005850     MOVE 2 TO LOC-SECTION-NO.
005860     MOVE 'LOCATIONS ON BOTH THE ITEM-MASTER AND THE ARCHIVE'
005870         TO INT-SEC-TITLE.
005880     MOVE 'PURGED ON' TO INT-COL-REF.
005890     PERFORM 6000-START-SECTION
005900         THRU 6000-START-SECTION-EXIT.
005910     IF NOT LOC-ARCH-PRESENT
005920         PERFORM 6100-WRITE-SKIP-NOTE
005930             THRU 6100-WRITE-SKIP-NOTE-EXIT
005940         GO TO 2500-CHECK-ARCHIVE-EXIT
005950     END-IF.
005960     PERFORM 2050-START-MASTER
005970         THRU 2050-START-MASTER-EXIT.
005980     PERFORM 2600-CHECK-ONE-ARCHIVE
005990         THRU 2600-CHECK-ONE-ARCHIVE-EXIT
006000         UNTIL LOC-AT-EOF.
006010     PERFORM 6500-END-SECTION
006020         THRU 6500-END-SECTION-EXIT.
006030 2500-CHECK-ARCHIVE-EXIT.
006040     EXIT.
006050 
006060 2600-CHECK-ONE-ARCHIVE.
006070     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO ARC-WHSE-ID.
006080     MOVE LOC-CODE OF ITEM-MASTER-RECORD TO ARC-LOC-CODE.
006090     READ LOC-ARCH-FILE
006100         NOT INVALID KEY
006110             MOVE ARC-WHSE-ID TO INT-DTL-WHSE
006120             MOVE ARC-LOC-CODE TO INT-DTL-CODE
006130             MOVE ARC-PURGED-DATE TO INT-DTL-REF
006140             MOVE 'LIVE ON THE MASTER AND ARCHIVED ON LOCARCH'
006150                 TO INT-DTL-NOTE
006160             PERFORM 6200-WRITE-BREAK
006170                 THRU 6200-WRITE-BREAK-EXIT
006180     END-READ.
006190     PERFORM 2100-READ-MASTER
006200         THRU 2100-READ-MASTER-EXIT.
006210 2600-CHECK-ONE-ARCHIVE-EXIT.
006220     EXIT.
006230 
006240*****************************************************************
006250*  3000-CHECK-COUNT-HISTORY - SECTION 3.  EVERY LOCCNTH RECORD  *
006260*                    IS LOOKED UP ON THE ITEM-MASTER            *
006270*****************************************************************
006280 3000-CHECK-COUNT-HISTORY.
006290     MOVE 3 TO LOC-SECTION-NO.
006300     MOVE 'COUNT HISTORY FOR LOCATIONS NOT ON THE MASTER'
006310         TO INT-SEC-TITLE.
006320     MOVE 'LAST COUNTED' TO INT-COL-REF.
006330     PERFORM 6000-START-SECTION
006340         THRU 6000-START-SECTION-EXIT.
006350     IF NOT LOC-CNTH-PRESENT
006360         PERFORM 6100-WRITE-SKIP-NOTE
006370             THRU 6100-WRITE-SKIP-NOTE-EXIT
006380         GO TO 3000-CHECK-COUNT-HISTORY-EXIT
006390     END-IF.
006400     MOVE 'N' TO LOC-EOF-SWITCH.
006410     PERFORM 3100-READ-COUNT-HISTORY
006420         THRU 3100-READ-COUNT-HISTORY-EXIT.
006430     PERFORM 3200-CHECK-ONE-COUNT
006440         THRU 3200-CHECK-ONE-COUNT-EXIT
006450         UNTIL LOC-AT-EOF.
006460     PERFORM 6500-END-SECTION
006470         THRU 6500-END-SECTION-EXIT.
006480 3000-CHECK-COUNT-HISTORY-EXIT.
006490     EXIT.
006500 
006510 3100-READ-COUNT-HISTORY.
006520     READ LOC-CNTH-FILE NEXT RECORD
006530         AT END
006540             SET LOC-AT-EOF TO TRUE
006550     END-READ.
006560 3100-READ-COUNT-HISTORY-EXIT.
006570     EXIT.
006580 
006590 3200-CHECK-ONE-COUNT.
006600     MOVE CNT-WHSE-ID TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
006610     MOVE CNT-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
006620     PERFORM 6300-LOOK-UP-MASTER
006630         THRU 6300-LOOK-UP-MASTER-EXIT.
006640     IF LOC-KEY-MISSING
006650         MOVE CNT-WHSE-ID TO INT-DTL-WHSE
006660         MOVE CNT-LOC-CODE TO INT-DTL-CODE
006670         MOVE CNT-LAST-COUNTED TO INT-DTL-REF
006680         MOVE 'LOCATION DELETED OR PURGED - HISTORY ORPHANED'
006690             TO INT-DTL-NOTE
006700         PERFORM 6200-WRITE-BREAK
006710             THRU 6200-WRITE-BREAK-EXIT
006720     END-IF.
006730     PERFORM 3100-READ-COUNT-HISTORY
006740         THRU 3100-READ-COUNT-HISTORY-EXIT.
006750 3200-CHECK-ONE-COUNT-EXIT.
006760     EXIT.
006770 
006780*****************************************************************
006790*  3500-CHECK-EXCEPTION-HISTORY - SECTION 4.  EVERY LOCEXHST    *
006800*                    RECORD IS LOOKED UP ON THE ITEM-MASTER     *
006810*****************************************************************
006820 3500-CHECK-EXCEPTION-HISTORY.
006830     MOVE 4 TO LOC-SECTION-NO.
006840     MOVE 'EXCEPTION HISTORY FOR LOCATIONS NOT ON THE MASTER'
006850         TO INT-SEC-TITLE.
006860     MOVE 'LAST SEEN' TO INT-COL-REF.
006870     PERFORM 6000-START-SECTION
006880         THRU 6000-START-SECTION-EXIT.
006890     IF NOT LOC-EXH-PRESENT
006900         PERFORM 6100-WRITE-SKIP-NOTE
006910             THRU 6100-WRITE-SKIP-NOTE-EXIT
006920         GO TO 3500-CHECK-EXCEPTION-HISTORY-EXIT
006930     END-IF.
006940     MOVE 'N' TO LOC-EOF-SWITCH.
006950     PERFORM 3600-READ-EXCEPTION-HISTORY
006960         THRU 3600-READ-EXCEPTION-HISTORY-EXIT.
006970     PERFORM 3700-CHECK-ONE-EXCEPTION
006980         THRU 3700-CHECK-ONE-EXCEPTION-EXIT
006990         UNTIL LOC-AT-EOF.
007000     PERFORM 6500-END-SECTION
007010         THRU 6500-END-SECTION-EXIT.
007020 3500-CHECK-EXCEPTION-HISTORY-EXIT.
007030     EXIT.
007040 
007050 3600-READ-EXCEPTION-HISTORY.
007060     READ LOC-EXH-FILE NEXT RECORD
007070         AT END
007080             SET LOC-AT-EOF TO TRUE
007090     END-READ.
007100 3600-READ-EXCEPTION-HISTORY-EXIT.
007110     EXIT.
007120 
007130 3700-CHECK-ONE-EXCEPTION.
007140     MOVE EXH-WHSE-ID TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
007150     MOVE EXH-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
007160     PERFORM 6300-LOOK-UP-MASTER
007170         THRU 6300-LOOK-UP-MASTER-EXIT.
007180     IF LOC-KEY-MISSING
007190         MOVE EXH-WHSE-ID TO INT-DTL-WHSE
007200         MOVE EXH-LOC-CODE TO INT-DTL-CODE
007210         MOVE EXH-LAST-SEEN TO INT-DTL-REF
007220         MOVE EXH-REASON TO INT-DTL-NOTE
007230         PERFORM 6200-WRITE-BREAK
007240             THRU 6200-WRITE-BREAK-EXIT
007250     END-IF.
007260     PERFORM 3600-READ-EXCEPTION-HISTORY
007270         THRU 3600-READ-EXCEPTION-HISTORY-EXIT.
007280 3700-CHECK-ONE-EXCEPTION-EXIT.
007290     EXIT.
007300 
007310*****************************************************************
007320*  4000-CHECK-SUSPENSE - SECTION 5.  EVERY SUSPENDED            *
007330*                    TRANSACTION IS CHECKED AGAINST THE CURRENT *
007340*                    ITEM-MASTER - AN ADD WHOSE LOCATION IS NOW *
007350*                    ON FILE, OR A CHANGE OR DELETE WHOSE       *
007360*                    LOCATION IS NO LONGER ON FILE, WOULD ONLY  *
007370*                    REJECT AGAIN IF RELEASED.  SO WOULD A      *
007380*                    RENAME WHOSE OLD CODE IS NO LONGER ON FILE *
007390*                    OR WHOSE NEW CODE ALREADY IS.  A           *
007400*                    TRANSACTION SUSPENDED FOR A FIELD EDIT     *
007410*                    (BAD ACTION CODE, BLANK LOCATION CODE) IS  *
007420*                    THE SUPERVISOR'S TO CORRECT, NOT A         *
007430*                    CROSS-FILE BREAK, AND IS PASSED OVER       *
007440*****************************************************************
007450 4000-CHECK-SUSPENSE.
007460     MOVE 5 TO LOC-SECTION-NO.
007470     MOVE 'SUSPENSE ENTRIES THAT CAN NO LONGER APPLY'
007480         TO INT-SEC-TITLE.
007490     MOVE 'SUSPENDED' TO INT-COL-REF.
007500     PERFORM 6000-START-SECTION
007510         THRU 6000-START-SECTION-EXIT.
007520     IF NOT LOC-SUSP-PRESENT
007530         PERFORM 6100-WRITE-SKIP-NOTE
007540             THRU 6100-WRITE-SKIP-NOTE-EXIT
007550         GO TO 4000-CHECK-SUSPENSE-EXIT
007560     END-IF.
007570     MOVE 'N' TO LOC-EOF-SWITCH.
007580     PERFORM 4100-READ-SUSPENSE
007590         THRU 4100-READ-SUSPENSE-EXIT.
007600     PERFORM 4200-CHECK-ONE-SUSPENSE
007610         THRU 4200-CHECK-ONE-SUSPENSE-EXIT
007620         UNTIL LOC-AT-EOF.
007630     PERFORM 6500-END-SECTION
007640         THRU 6500-END-SECTION-EXIT.
007650 4000-CHECK-SUSPENSE-EXIT.
007660     EXIT.
007670 
007680 4100-READ-SUSPENSE.
007690     READ LOC-SUSP-FILE NEXT RECORD
007700         AT END
007710             SET LOC-AT-EOF TO TRUE
007720     END-READ.
007730 4100-READ-SUSPENSE-EXIT.
007740     EXIT.
007750 
007760 4200-CHECK-ONE-SUSPENSE.
007770     MOVE SUS-TRAN TO LOC-TRAN-RECORD.
007780     IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-DELETE
007790        AND NOT TRAN-RENAME
007800         GO TO 4200-CHECK-ONE-SUSPENSE-NEXT
007810     END-IF.
007820     IF TRAN-LOC-CODE = SPACES OR TRAN-LOC-CODE = LOW-VALUES
007830         GO TO 4200-CHECK-ONE-SUSPENSE-NEXT
007840     END-IF.
007850     IF TRAN-WHSE-ID = SPACES
007860         MOVE '01' TO LOC-SUSP-WHSE
007870     ELSE
007880         MOVE TRAN-WHSE-ID TO LOC-SUSP-WHSE
007890     END-IF.
007900     MOVE LOC-SUSP-WHSE TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
007910     MOVE TRAN-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
007920     PERFORM 6300-LOOK-UP-MASTER
007930         THRU 6300-LOOK-UP-MASTER-EXIT.
007940     MOVE SPACES TO INT-DTL-NOTE.
007950     IF TRAN-ADD AND LOC-KEY-FOUND
007960         MOVE 'ADD - LOCATION IS NOW ON THE MASTER'
007970             TO INT-DTL-NOTE
007980     END-IF.
007990     IF NOT TRAN-ADD AND LOC-KEY-MISSING
008000         EVALUATE TRUE
008010             WHEN TRAN-CHANGE
008020                 MOVE 'CHANGE - LOCATION NO LONGER ON THE MASTER'
008030                     TO INT-DTL-NOTE
008040             WHEN TRAN-RENAME
008050                 MOVE 'RENAME - LOCATION NO LONGER ON THE MASTER'
008060                     TO INT-DTL-NOTE
008070             WHEN OTHER
008080                 MOVE 'DELETE - LOCATION NO LONGER ON THE MASTER'
008090                     TO INT-DTL-NOTE
008100         END-EVALUATE
008110     END-IF.
008120     IF TRAN-RENAME AND LOC-KEY-FOUND
008130        AND TRAN-NEW-LOC-CODE NOT = SPACES
008140        AND TRAN-NEW-LOC-CODE NOT = LOW-VALUES
008150         MOVE LOC-SUSP-WHSE TO LOC-WHSE-ID OF ITEM-MASTER-RECORD
008160         MOVE TRAN-NEW-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD
008170         PERFORM 6300-LOOK-UP-MASTER
008180             THRU 6300-LOOK-UP-MASTER-EXIT
008190         IF LOC-KEY-FOUND
008200             MOVE 'RENAME - NEW CODE ALREADY ON THE MASTER'
008210                 TO INT-DTL-NOTE
008220         END-IF
008230     END-IF.
008240     IF INT-DTL-NOTE NOT = SPACES
008250         MOVE LOC-SUSP-WHSE TO INT-DTL-WHSE
008260         MOVE TRAN-LOC-CODE TO INT-DTL-CODE
008270         MOVE SUS-DATE TO INT-DTL-REF
008280         PERFORM 6200-WRITE-BREAK
008290             THRU 6200-WRITE-BREAK-EXIT
008300     END-IF.
008310 4200-CHECK-ONE-SUSPENSE-NEXT.
008320     PERFORM 4100-READ-SUSPENSE
008330         THRU 4100-READ-SUSPENSE-EXIT.
008340 4200-CHECK-ONE-SUSPENSE-EXIT.
008350     EXIT.
008360 
008370*****************************************************************
008380*  4500-CHECK-AUDIT-OPERATORS - SECTION 6.  EVERY LOCAUDIT      *
008390*                    JOURNAL ENTRY'S OPERATOR IS LOOKED UP ON   *
008400*                    LOCOPER.  A DEACTIVATED OPERATOR KEEPS     *
008410*                    THE PROFILE RECORD (SEE LOCOPR), SO ONLY   *
008420*                    A DELETED OR NEVER-DEFINED ID IS A BREAK.  *
008430*                    THE WAREHOUSE IS TAKEN FROM THE ENTRY'S    *
008440*                    BEFORE IMAGE, OR THE AFTER IMAGE FOR AN    *
008450*                    ADD OR A REINSTATE                         *
008460*****************************************************************
008470 4500-CHECK-AUDIT-OPERATORS.
008480     MOVE 6 TO LOC-SECTION-NO.
008490     MOVE 'AUDIT ENTRIES FOR AN OPERATOR NOT ON LOCOPER'
008500         TO INT-SEC-TITLE.
008510     MOVE 'OPERATOR' TO INT-COL-REF.
008520     PERFORM 6000-START-SECTION
008530         THRU 6000-START-SECTION-EXIT.
008540     IF NOT LOC-AUDIT-PRESENT OR NOT LOC-OPER-PRESENT
008550         PERFORM 6100-WRITE-SKIP-NOTE
008560             THRU 6100-WRITE-SKIP-NOTE-EXIT
008570         GO TO 4500-CHECK-AUDIT-OPERATORS-EXIT
008580     END-IF.
008590     MOVE 'N' TO LOC-EOF-SWITCH.
008600     PERFORM 4600-READ-AUDIT
008610         THRU 4600-READ-AUDIT-EXIT.
008620     PERFORM 4700-CHECK-ONE-AUDIT
008630         THRU 4700-CHECK-ONE-AUDIT-EXIT
008640         UNTIL LOC-AT-EOF.
008650     PERFORM 6500-END-SECTION
008660         THRU 6500-END-SECTION-EXIT.
008670 4500-CHECK-AUDIT-OPERATORS-EXIT.
008680     EXIT.
008690 
008700 4600-READ-AUDIT.
008710     READ LOC-AUDIT-FILE NEXT RECORD
008720         AT END
008730             SET LOC-AT-EOF TO TRUE
008740     END-READ.
008750 4600-READ-AUDIT-EXIT.
008760     EXIT.
008770 
008780 4700-CHECK-ONE-AUDIT.
008790     MOVE AUD-OPERATOR TO OPR-ID.
008800     READ LOC-OPER-FILE
008810         INVALID KEY
008820             IF AUD-ACTION-ADD OR AUD-ACTION-REINSTATE
008830                 MOVE AUD-AFTER-IMAGE (1:2) TO INT-DTL-WHSE
008840                 MOVE AUD-AFTER-IMAGE (3:10) TO INT-DTL-CODE
008850             ELSE
008860                 MOVE AUD-BEFORE-IMAGE (1:2) TO INT-DTL-WHSE
008870                 MOVE AUD-BEFORE-IMAGE (3:10) TO INT-DTL-CODE
008880             END-IF
008890             MOVE AUD-OPERATOR TO INT-DTL-REF
008900             MOVE SPACES TO INT-DTL-NOTE
008910             STRING 'JOURNALED ' AUD-DATE ' AT ' AUD-TIME
008920                    ' - NO OPERATOR PROFILE'
008930                 DELIMITED BY SIZE INTO INT-DTL-NOTE
008940             PERFORM 6200-WRITE-BREAK
008950                 THRU 6200-WRITE-BREAK-EXIT
008960     END-READ.
008970     PERFORM 4600-READ-AUDIT
008980         THRU 4600-READ-AUDIT-EXIT.
008990 4700-CHECK-ONE-AUDIT-EXIT.
009000     EXIT.
009010 
009020*****************************************************************
009030*  5000-CHECK-OPEN-TASKS - SECTION 7.  EVERY LOCOTSK OPEN TASK  *
009040*                    IS LOOKED UP ON THE ITEM-MASTER.  A RENAME *
009050*                    CARRIES THE TASK TO THE NEW CODE, SO AN    *
009060*                    ORPHAN HERE IS A FACE DELETED OR PURGED    *
009070*                    WITH ITS TASK STILL OUT                    *
009080*****************************************************************
009090 5000-CHECK-OPEN-TASKS.
009100     MOVE 7 TO LOC-SECTION-NO.
009110     MOVE 'REPLENISHMENT TASKS FOR LOCATIONS NOT ON THE MASTER'
009120         TO INT-SEC-TITLE.
009130     MOVE 'FIRST CUT' TO INT-COL-REF.
009140     PERFORM 6000-START-SECTION
009150         THRU 6000-START-SECTION-EXIT.
009160     IF NOT LOC-OTSK-PRESENT
009170         PERFORM 6100-WRITE-SKIP-NOTE
009180             THRU 6100-WRITE-SKIP-NOTE-EXIT
009190         GO TO 5000-CHECK-OPEN-TASKS-EXIT
009200     END-IF.
009210     MOVE 'N' TO LOC-EOF-SWITCH.
009220     PERFORM 5100-READ-OPEN-TASK
009230         THRU 5100-READ-OPEN-TASK-EXIT.
009240     PERFORM 5200-CHECK-ONE-TASK
009250         THRU 5200-CHECK-ONE-TASK-EXIT
009260         UNTIL LOC-AT-EOF.
009270     PERFORM 6500-END-SECTION
009280         THRU 6500-END-SECTION-EXIT.
009290 5000-CHECK-OPEN-TASKS-EXIT.
009300     EXIT.
009310 
009320 5100-READ-OPEN-TASK.
009330     READ LOC-OTSK-FILE NEXT RECORD
009340         AT END
009350             SET LOC-AT-EOF TO TRUE
009360     END-READ.
009370 5100-READ-OPEN-TASK-EXIT.
009380     EXIT.
009390 
009400 5200-CHECK-ONE-TASK.
009410     MOVE OTK-WHSE-ID TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
009420     MOVE OTK-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
009430     PERFORM 6300-LOOK-UP-MASTER
009440         THRU 6300-LOOK-UP-MASTER-EXIT.
009450     IF LOC-KEY-MISSING
009460         MOVE OTK-WHSE-ID TO INT-DTL-WHSE
009470         MOVE OTK-LOC-CODE TO INT-DTL-CODE
009480         MOVE OTK-ISSUED TO INT-DTL-REF
009490         MOVE SPACES TO INT-DTL-NOTE
009500         STRING 'TASK STILL OPEN FOR ITEM ' OTK-ITEM-NUMBER
009510                ' - LOCATION GONE'
009520             DELIMITED BY SIZE INTO INT-DTL-NOTE
009530         PERFORM 6200-WRITE-BREAK
009540             THRU 6200-WRITE-BREAK-EXIT
009550     END-IF.
009560     PERFORM 5100-READ-OPEN-TASK
009570         THRU 5100-READ-OPEN-TASK-EXIT.
009580 5200-CHECK-ONE-TASK-EXIT.
009590     EXIT.
009600 
009610*****************************************************************
009620*  5500-CHECK-FREEZES - SECTION 8.  EVERY LOCFRZN FREEZE IS     *
009630*                    LOOKED UP ON THE ITEM-MASTER.  A FREEZE    *
009640*                    FOR A FACE THAT NO LONGER EXISTS WILL      *
009650*                    NEVER BE LIFTED BY LOCRECON AND SITS ON    *
009660*                    THE LOCFRZAG AGING REPORT FOR GOOD         *
009670*****************************************************************
009680 5500-CHECK-FREEZES.
009690     MOVE 8 TO LOC-SECTION-NO.
009700     MOVE 'COUNT FREEZES FOR LOCATIONS NOT ON THE MASTER'
009710         TO INT-SEC-TITLE.
009720     MOVE 'FROZEN ON' TO INT-COL-REF.
009730     PERFORM 6000-START-SECTION
009740         THRU 6000-START-SECTION-EXIT.
009750     IF NOT LOC-FRZ-PRESENT
009760         PERFORM 6100-WRITE-SKIP-NOTE
009770             THRU 6100-WRITE-SKIP-NOTE-EXIT
009780         GO TO 5500-CHECK-FREEZES-EXIT
009790     END-IF.
009800     MOVE 'N' TO LOC-EOF-SWITCH.
009810     PERFORM 5600-READ-FREEZE
009820         THRU 5600-READ-FREEZE-EXIT.
009830     PERFORM 5700-CHECK-ONE-FREEZE
009840         THRU 5700-CHECK-ONE-FREEZE-EXIT
009850         UNTIL LOC-AT-EOF.
009860     PERFORM 6500-END-SECTION
009870         THRU 6500-END-SECTION-EXIT.
009880 5500-CHECK-FREEZES-EXIT.
009890     EXIT.
009900 
009910 5600-READ-FREEZE.
009920     READ LOC-FRZ-FILE NEXT RECORD
009930         AT END
009940             SET LOC-AT-EOF TO TRUE
009950     END-READ.
009960 5600-READ-FREEZE-EXIT.
009970     EXIT.
009980 
009990 5700-CHECK-ONE-FREEZE.
010000     MOVE FRZ-WHSE-ID TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
010010     MOVE FRZ-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
010020     PERFORM 6300-LOOK-UP-MASTER
010030         THRU 6300-LOOK-UP-MASTER-EXIT.
010040     IF LOC-KEY-MISSING
010050         MOVE FRZ-WHSE-ID TO INT-DTL-WHSE
010060         MOVE FRZ-LOC-CODE TO INT-DTL-CODE
010070         MOVE FRZ-FROZEN-DATE TO INT-DTL-REF
010080         MOVE 'LOCATION DELETED OR PURGED - FREEZE ORPHANED'
010090             TO INT-DTL-NOTE
010100         PERFORM 6200-WRITE-BREAK
010110             THRU 6200-WRITE-BREAK-EXIT
010120     END-IF.
010130     PERFORM 5600-READ-FREEZE
010140         THRU 5600-READ-FREEZE-EXIT.
010150 5700-CHECK-ONE-FREEZE-EXIT.
010160     EXIT.
010170 
010180*****************************************************************
010190*  6000-START-SECTION - SECTION HEADING AND COLUMN HEADINGS,    *
010200*                    AND CLEAR THE SECTION'S COUNTS             *
010210*****************************************************************
010220 6000-START-SECTION.
010230     MOVE ZERO TO LOC-WHSE-COUNT
010240                  LOC-SECTION-BREAKS.
010250     MOVE LOC-SECTION-NO TO INT-SEC-NO.
010260     MOVE SPACES TO LOC-INTEG-RECORD.
010270     WRITE LOC-INTEG-RECORD.
010280     WRITE LOC-INTEG-RECORD FROM LOC-INT-SECTION-HDG.
010290     MOVE SPACES TO LOC-INTEG-RECORD.
010300     WRITE LOC-INTEG-RECORD.
010310     WRITE LOC-INTEG-RECORD FROM LOC-INT-COLUMN-HDG.
010320 6000-START-SECTION-EXIT.
010330     EXIT.
010340 
010350*****************************************************************
010360*  6100-WRITE-SKIP-NOTE - THE FILE THE SECTION NEEDS HAS NOT    *
010370*                    BEEN CREATED YET, SO THERE IS NOTHING TO   *
010380*                    CHECK                                      *
010390*****************************************************************
010400 6100-WRITE-SKIP-NOTE.
010410     MOVE SPACES TO LOC-INTEG-RECORD.
010420     STRING 'FILE NOT CREATED YET - SECTION SKIPPED'
010430         DELIMITED BY SIZE INTO LOC-INTEG-RECORD.
010440     WRITE LOC-INTEG-RECORD.
010450 6100-WRITE-SKIP-NOTE-EXIT.
010460     EXIT.
010470 
010480*****************************************************************
010490*  6200-WRITE-BREAK - PRINT ONE BREAK AND COUNT IT AGAINST ITS  *
010500*                    WAREHOUSE                                  *
010510*****************************************************************
010520 6200-WRITE-BREAK.
010530     WRITE LOC-INTEG-RECORD FROM LOC-INT-DETAIL-LINE.
010540     ADD 1 TO LOC-SECTION-BREAKS.
010550     MOVE INT-DTL-WHSE TO LOC-BREAK-WHSE.
010560     MOVE ZERO TO LOC-WHSE-SUB.
010570     PERFORM 6210-FIND-WHSE
010580         THRU 6210-FIND-WHSE-EXIT
010590         VARYING LOC-WHSE-IDX FROM 1 BY 1
010600         UNTIL LOC-WHSE-IDX > LOC-WHSE-COUNT
010610            OR LOC-WHSE-SUB > ZERO.
010620     IF LOC-WHSE-SUB = ZERO
010630         IF LOC-WHSE-COUNT >= LOC-MAX-WHSE
010640             DISPLAY 'LOC0999E LOCINTEG - WAREHOUSE TABLE FULL '
010650                     'AT ' LOC-MAX-WHSE ' ENTRIES' UPON CONSOLE
010660             MOVE 900 TO RETURN-CODE
010670             GO TO 8000-TERMINATE
010680         END-IF
010690         ADD 1 TO LOC-WHSE-COUNT
010700         MOVE LOC-WHSE-COUNT TO LOC-WHSE-SUB
010710         MOVE LOC-BREAK-WHSE TO WT-WHSE-ID (LOC-WHSE-SUB)
010720         MOVE ZERO TO WT-BREAKS (LOC-WHSE-SUB)
010730     END-IF.
010740     ADD 1 TO WT-BREAKS (LOC-WHSE-SUB).
010750 6200-WRITE-BREAK-EXIT.
010760     EXIT.
010770 
010780 6210-FIND-WHSE.
010790     IF WT-WHSE-ID (LOC-WHSE-IDX) = LOC-BREAK-WHSE
010800         SET LOC-WHSE-SUB TO LOC-WHSE-IDX
010810     END-IF.
010820 6210-FIND-WHSE-EXIT.
010830     EXIT.
010840 
010850*****************************************************************
010860*  6300-LOOK-UP-MASTER - KEYED READ OF THE ITEM-MASTER FOR THE  *
010870*                    KEY ALREADY MOVED TO LOC-KEY               *
010880*****************************************************************
010890 6300-LOOK-UP-MASTER.
010900     SET LOC-KEY-FOUND TO TRUE.
010910     READ ITEM-MASTER
010920         INVALID KEY
010930             SET LOC-KEY-MISSING TO TRUE
010940     END-READ.
010950 6300-LOOK-UP-MASTER-EXIT.
010960     EXIT.
010970 
010980*****************************************************************
010990*  6500-END-SECTION - THE SECTION'S COUNTS BY WAREHOUSE AND ITS *
011000*                    TOTAL                                      *
011010*****************************************************************
011020 6500-END-SECTION.
011030     IF LOC-SECTION-BREAKS = ZERO
011040         MOVE SPACES TO LOC-INTEG-RECORD
011050         STRING 'NO BREAKS FOUND'
011060             DELIMITED BY SIZE INTO LOC-INTEG-RECORD
011070         WRITE LOC-INTEG-RECORD
011080     END-IF.
011090     MOVE SPACES TO LOC-INTEG-RECORD.
011100     WRITE LOC-INTEG-RECORD.
011110     PERFORM 6510-WRITE-WHSE-COUNT
011120         THRU 6510-WRITE-WHSE-COUNT-EXIT
011130         VARYING LOC-WHSE-IDX FROM 1 BY 1
011140         UNTIL LOC-WHSE-IDX > LOC-WHSE-COUNT.
011150     MOVE LOC-SECTION-BREAKS TO INT-SEC-TOTAL.
011160     WRITE LOC-INTEG-RECORD FROM LOC-INT-SECTION-TOTAL.
011170     MOVE LOC-SECTION-BREAKS
011180         TO LOC-SECTION-TOTAL (LOC-SECTION-NO).
011190     ADD LOC-SECTION-BREAKS TO LOC-TOTAL-BREAKS.
011200 6500-END-SECTION-EXIT.
011210     EXIT.
011220 
011230 6510-WRITE-WHSE-COUNT.
011240     MOVE WT-WHSE-ID (LOC-WHSE-IDX) TO INT-WHS-ID.
011250     MOVE WT-BREAKS (LOC-WHSE-IDX) TO INT-WHS-COUNT.
011260     WRITE LOC-INTEG-RECORD FROM LOC-INT-WHSE-LINE.
011270 6510-WRITE-WHSE-COUNT-EXIT.
011280     EXIT.
011290 
011300*****************************************************************
011310*  7000-WRITE-SUMMARY - ONE LINE PER SECTION, THE GRAND TOTAL   *
011320*                    AND THE RETURN CODE THE OPERATOR SEES      *
011330*****************************************************************
011340 7000-WRITE-SUMMARY.
011350     MOVE SPACES TO LOC-INTEG-RECORD.
011360     WRITE LOC-INTEG-RECORD.
011370     MOVE SPACES TO LOC-INTEG-RECORD.
011380     STRING 'INTEGRITY SUMMARY'
011390         DELIMITED BY SIZE INTO LOC-INTEG-RECORD.
011400     WRITE LOC-INTEG-RECORD.
011410     MOVE SPACES TO LOC-INTEG-RECORD.
011420     WRITE LOC-INTEG-RECORD.
011430     PERFORM 7100-WRITE-SUMMARY-LINE
011440         THRU 7100-WRITE-SUMMARY-LINE-EXIT
011450         VARYING LOC-SECTION-NO FROM 1 BY 1
011460         UNTIL LOC-SECTION-NO > 8.
011470     MOVE LOC-TOTAL-BREAKS TO INT-TOT-BREAKS.
011480     WRITE LOC-INTEG-RECORD FROM LOC-INT-TOTAL-LINE.
011490     IF LOC-TOTAL-BREAKS > ZERO
011500         MOVE 4 TO RETURN-CODE
011510     END-IF.
011520 7000-WRITE-SUMMARY-EXIT.
011530     EXIT.
011540 
011550 7100-WRITE-SUMMARY-LINE.
011560     MOVE LOC-SECTION-NO TO INT-SUM-NO.
011570     MOVE LOC-SECTION-TOTAL (LOC-SECTION-NO) TO INT-SUM-COUNT.
011580     WRITE LOC-INTEG-RECORD FROM LOC-INT-SUMMARY-LINE.
011590 7100-WRITE-SUMMARY-LINE-EXIT.
011600     EXIT.
011610 
011620*****************************************************************
011630*  8000-TERMINATE - CLOSE THE FILES                             *
011640*****************************************************************
011650 8000-TERMINATE.
011660     CLOSE ITEM-MASTER
011670           LOC-ITEM-FILE
011680           LOC-ARCH-FILE
011690           LOC-CNTH-FILE
011700           LOC-EXH-FILE
011710           LOC-SUSP-FILE
011720           LOC-AUDIT-FILE
011730           LOC-OPER-FILE
011740           LOC-OTSK-FILE
011750           LOC-FRZ-FILE
011760           LOC-INTEG-FILE.
011770     IF RETURN-CODE <= 4
011780         DISPLAY 'LOC0171I LOCINTEG - NORMAL COMPLETION, '
011790                 LOC-TOTAL-BREAKS ' INTEGRITY BREAKS FOUND'
011800                 UPON CONSOLE
011810     ELSE
011820         DISPLAY 'LOC0172E LOCINTEG - ABENDING, RETURN CODE '
011830                 RETURN-CODE UPON CONSOLE
011840     END-IF.
011850 8000-TERMINATE-EXIT.
011860     EXIT.
011870     STOP RUN.
