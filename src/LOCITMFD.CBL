000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCITMFD.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCITMFD - HOST ITEM FEED APPLY AND DISCONTINUED-ITEM IMPACT *
000090*                                                               *
000100*  READS THE NIGHTLY HOST ITEM FEED (ITEMFEED) - ONE ADD,       *
000110*  CHANGE OR DISCONTINUE PER RECORD IN THE LOCIFD LAYOUT - AND  *
000120*  APPLIES EACH TO THE ITEMREF ITEM REFERENCE FILE.  RUNS AS    *
000130*  THE FIRST STEP OF THE NIGHTLY JOB, AHEAD OF APPLY (SEE       *
000140*  JCL/LOCNITE.JCL, STEP ITEMFD), SO A NEW SKU IS ON ITEMREF    *
000150*  BEFORE LOCAPPLY VALIDATES THE HOST DELTA FEED AGAINST IT     *
000160*  INSTEAD OF REJECTING IT TO SUSPENSE.                         *
000170*                                                               *
000180*  EDITS -                                                      *
000190*      - A BLANK ITEM NUMBER OR AN UNRECOGNIZED ACTION REJECTS  *
000200*      - AN ADD NEEDS A DESCRIPTION AND A VELOCITY CLASS OF A,  *
000210*        B OR C, AND REJECTS WHEN THE ITEM IS ALREADY ON FILE   *
000220*      - A CHANGE OR DISCONTINUE REJECTS WHEN THE ITEM IS NOT   *
000230*        ON FILE.  A CHANGE KEEPS THE CURRENT VALUE OF EVERY    *
000240*        FIELD IT LEAVES BLANK, MUST CHANGE AT LEAST ONE, AND   *
000250*        A VELOCITY IT DOES SEND MUST BE A, B OR C              *
000260*      - DISCONTINUING AN ITEM ALREADY DISCONTINUED IS COUNTED  *
000270*        BUT IS NOT AN ERROR                                    *
000280*  REJECTS AND DISCONTINUES ARE LISTED ON THE LOCITMR REGISTER  *
000290*  WITH THE APPLIED-COUNTS SUMMARY.  THE FEED NEVER PUTS A      *
000300*  DISCONTINUED ITEM BACK TO ACTIVE - THAT IS DONE BY HAND      *
000310*  THROUGH ITMMAINT.  A RERUN OF THE SAME FEED IS HARMLESS -    *
000320*  ITS ADDS REJECT AS ALREADY ON FILE AND THE REST REAPPLY.     *
000330*                                                               *
000340*  A DISCONTINUED ITEM CANNOT BE NEWLY ASSIGNED TO A FACE       *
000350*  (LOCAPPLY AND LOCMAINT REFUSE IT), BUT THE FACES ALREADY     *
000360*  HOLDING ONE KEEP IT UNTIL SLOTTING CLEARS THEM.  ONCE THE    *
000370*  FEED IS APPLIED, THE ITEM-MASTER IS READ END TO END AND      *
000380*  EVERY FACE STILL ASSIGNED TO A DISCONTINUED ITEM IS LISTED   *
000390*  ON THE LOCDISR IMPACT REPORT BY WAREHOUSE AND ZONE, WITH A   *
000400*  COUNT PER ZONE, SO SLOTTING HAS ITS CLEAR-OUT LIST.          *
000410*                                                               *
000420*  RETURN CODES -                                               *
000430*      0  EVERY FEED RECORD APPLIED                             *
000440*      4  SOME FEED RECORDS REJECTED, THE REST WERE APPLIED     *
000450*      8  NOTHING COULD BE APPLIED (EVERY RECORD REJECTED)      *
000460*     16  A FILE COULD NOT BE OPENED                            *
000470*    900  THE IMPACT TABLE OVERFLOWED                           *
000480*  THE IMPACT REPORT IS PRINTED WHATEVER THE FEED RETURN CODE.  *
000490*                                                               *
000500*  MOD HISTORY                                                  *
000510*  ---------- --- --------------------------------------------- *
000520*  2026-10-15 RSM  ORIGINAL                                     *
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.  IBM-370.
000570 OBJECT-COMPUTER.  IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT LOC-IFD-FILE     ASSIGN TO ITEMFEED
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS LOC-IFD-STATUS.
000630 
000640     SELECT LOC-ITEM-FILE    ASSIGN TO ITEMREF
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE IS DYNAMIC
000670            RECORD KEY IS ITM-ITEM-NUMBER
000680            FILE STATUS IS LOC-ITEMREF-STATUS.
000690 
000700     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE IS DYNAMIC
000730            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000740            ALTERNATE RECORD KEY IS
000750                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000760                WITH DUPLICATES
000770            FILE STATUS IS LOC-ITEMMAST-STATUS.
000780 
000790     SELECT LOC-ITMR-FILE    ASSIGN TO LOCITMR
000800            ORGANIZATION IS LINE SEQUENTIAL
000810            FILE STATUS IS LOC-ITMR-STATUS.
000820 
000830     SELECT LOC-DISR-FILE    ASSIGN TO LOCDISR
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS LOC-DISR-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  LOC-IFD-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY LOCIFD.
000920 
000930 FD  LOC-ITEM-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 50 CHARACTERS.
000960     COPY LOCITM.
000970 
000980 FD  ITEM-MASTER
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 52 CHARACTERS.
001010     COPY LOCREC
001020         REPLACING ==:LOC-LVL:==    BY ==01==
001030                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001040                   ==:LOC-SUBLVL:== BY ==05==
001050                   ==:LOC-OCCURS:== BY ==      ==.
001060 
001070 FD  LOC-ITMR-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 132 CHARACTERS.
001100 01  LOC-ITMR-RECORD                 PIC X(132).
001110 
001120 FD  LOC-DISR-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 132 CHARACTERS.
001150 01  LOC-DISR-RECORD                 PIC X(132).
001160 
001170 WORKING-STORAGE SECTION.
001180 01  LOC-IFD-STATUS                  PIC X(02).
001190     88  LOC-IFD-OK                      VALUE '00'.
001200 01  LOC-ITEMREF-STATUS              PIC X(02).
001210     88  LOC-ITEMREF-OK                  VALUE '00'.
001220     88  LOC-ITEMREF-DUP-KEY             VALUE '22'.
001230     88  LOC-ITEMREF-NOTFOUND            VALUE '23'.
001240 01  LOC-ITEMMAST-STATUS             PIC X(02).
001250     88  LOC-ITEMMAST-OK                 VALUE '00'.
001260 01  LOC-ITMR-STATUS                 PIC X(02).
001270     88  LOC-ITMR-OK                     VALUE '00'.
001280 01  LOC-DISR-STATUS                 PIC X(02).
001290     88  LOC-DISR-OK                     VALUE '00'.
001300 
001310 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
001320     88  LOC-AT-EOF                      VALUE 'Y'.
001330 01  LOC-MASTER-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001340     88  LOC-MASTER-EOF                  VALUE 'Y'.
001350 
001360 01  LOC-FEED-COUNT                  PIC 9(06)  VALUE ZERO.
001370 01  LOC-ADD-COUNT                   PIC 9(06)  VALUE ZERO.
001380 01  LOC-CHANGE-COUNT                PIC 9(06)  VALUE ZERO.
001390 01  LOC-DISC-COUNT                  PIC 9(06)  VALUE ZERO.
001400 01  LOC-ALREADY-DISC-COUNT          PIC 9(06)  VALUE ZERO.
001410 01  LOC-APPLIED-COUNT               PIC 9(06)  VALUE ZERO.
001420 01  LOC-REJECT-COUNT                PIC 9(06)  VALUE ZERO.
001430 01  LOC-FACES-READ                  PIC 9(06)  VALUE ZERO.
001440 01  LOC-GROUP-COUNT                 PIC 9(06)  VALUE ZERO.
001450 
001460*****************************************************************
001470*  EDIT SWITCH AND REASON FOR THE FEED RECORD IN HAND           *
001480*****************************************************************
001490 01  LOC-EDIT-SWITCH                 PIC X(01)  VALUE 'Y'.
001500     88  LOC-IFD-VALID                   VALUE 'Y'.
001510     88  LOC-IFD-INVALID                 VALUE 'N'.
001520 01  LOC-EDIT-REASON                 PIC X(30)  VALUE SPACES.
001530 
001540*****************************************************************
001550*  THE IMPACT TABLE - EVERY FACE STILL HOLDING A DISCONTINUED   *
001560*  ITEM, COLLECTED FROM THE ITEM-MASTER (WHICH IS IN WAREHOUSE  *
001570*  AND LOCATION CODE ORDER) AND SORTED INTO WAREHOUSE / ZONE /  *
001580*  LOCATION CODE ORDER FOR THE REPORT.  BOUNDED LIKE LOCREPL'S  *
001590*  TASK TABLE; OVERFLOW IS A HARD ERROR                         *
001600*****************************************************************
001610 01  LOC-MAX-FACES                   PIC 9(04) COMP  VALUE 500.
001620 01  LOC-IMPACT-TABLE.
001630     05  LOC-DT-COUNT                PIC 9(04) COMP  VALUE ZERO.
001640     05  LOC-DT-ENTRY                OCCURS 0 TO 500 TIMES
001650                                     DEPENDING ON LOC-DT-COUNT.
001660         10  DT-SORT-KEY.
001670             15  DT-WHSE-ID          PIC X(02).
001680             15  DT-ZONE             PIC X(02).
001690             15  DT-LOC-CODE         PIC X(10).
001700         10  DT-AISLE                PIC X(02).
001710         10  DT-BAY                  PIC X(02).
001720         10  DT-STATUS               PIC X(01).
001730         10  DT-ITEM-NUMBER          PIC X(08).
001740         10  DT-DESCRIPTION          PIC X(30).
001750 01  LOC-SORT-SUB-1                  PIC 9(04) COMP.
001760 01  LOC-SORT-SUB-2                  PIC 9(04) COMP.
001770 01  LOC-PRINT-SUB                   PIC 9(04) COMP.
001780 01  LOC-SWAP-ENTRY                  PIC X(57).
001790 
001800*****************************************************************
001810*  CONTROL BREAK - THE WAREHOUSE / ZONE GROUP IN PROGRESS       *
001820*****************************************************************
001830 01  LOC-CUR-GROUP.
001840     05  LOC-CUR-WHSE                PIC X(02)  VALUE SPACES.
001850     05  LOC-CUR-ZONE                PIC X(02)  VALUE SPACES.
001860 
001870 01  LOC-CURRENT-DATE.
001880     05  LOC-CUR-YYYY                PIC 9(04).
001890     05  LOC-CUR-MM                  PIC 9(02).
001900     05  LOC-CUR-DD                  PIC 9(02).
001910 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
001920 
001930*****************************************************************
001940*  REGISTER LAYOUT                                              *
001950*****************************************************************
001960 01  LOC-ITR-HDG-1.
001970     05  FILLER                      PIC X(20)  VALUE SPACES.
001980     05  FILLER                      PIC X(29)
001990         VALUE 'HOST ITEM FEED APPLY REGISTER'.
002000 
002010 01  LOC-ITR-HDG-2.
002020     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
002030     05  ITR-HDG-2-DATE        PIC X(10).
002040     05  FILLER                PIC X(56)  VALUE SPACES.
002050     05  FILLER                PIC X(16)
002060         VALUE 'PROGRAM LOCITMFD'.
002070 
002080 01  LOC-ITR-HDG-3.
002090     05  FILLER                PIC X(10)  VALUE 'ACTION'.
002100     05  FILLER                PIC X(12)  VALUE 'ITEM NUMBER'.
002110     05  FILLER                PIC X(32)  VALUE 'DESCRIPTION'.
002120     05  FILLER                PIC X(22)
002130         VALUE 'RESULT / REJECT REASON'.
002140 
002150 01  LOC-ITR-DETAIL-LINE.
002160     05  ITR-DTL-ACTION              PIC X(01).
002170     05  FILLER                      PIC X(09)  VALUE SPACES.
002180     05  ITR-DTL-ITEM                PIC X(08).
002190     05  FILLER                      PIC X(04)  VALUE SPACES.
002200     05  ITR-DTL-DESC                PIC X(30).
002210     05  FILLER                      PIC X(02)  VALUE SPACES.
002220     05  ITR-DTL-REASON              PIC X(30).
002230 
002240 01  LOC-ITR-TOTAL-1.
002250     05  FILLER                      PIC X(24)
002260         VALUE 'FEED RECORDS READ ..... '.
002270     05  ITR-TOT-READ                PIC ZZZ,ZZ9.
002280 01  LOC-ITR-TOTAL-2.
002290     05  FILLER                      PIC X(24)
002300         VALUE 'ADDS APPLIED .......... '.
002310     05  ITR-TOT-ADDS                PIC ZZZ,ZZ9.
002320 01  LOC-ITR-TOTAL-3.
002330     05  FILLER                      PIC X(24)
002340         VALUE 'CHANGES APPLIED ....... '.
002350     05  ITR-TOT-CHANGES             PIC ZZZ,ZZ9.
002360 01  LOC-ITR-TOTAL-4.
002370     05  FILLER                      PIC X(24)
002380         VALUE 'DISCONTINUES APPLIED .. '.
002390     05  ITR-TOT-DISC                PIC ZZZ,ZZ9.
002400 01  LOC-ITR-TOTAL-5.
002410     05  FILLER                      PIC X(24)
002420         VALUE 'ALREADY DISCONTINUED .. '.
002430     05  ITR-TOT-ALREADY             PIC ZZZ,ZZ9.
002440 01  LOC-ITR-TOTAL-6.
002450     05  FILLER                      PIC X(24)
002460         VALUE 'REJECTED .............. '.
002470     05  ITR-TOT-REJECTS             PIC ZZZ,ZZ9.
002480 
002490*****************************************************************
002500*  IMPACT REPORT LAYOUT                                         *
002510*****************************************************************
002520 01  LOC-DIS-HDG-1.
002530     05  FILLER                      PIC X(20)  VALUE SPACES.
002540     05  FILLER                      PIC X(31)
002550         VALUE 'DISCONTINUED ITEM IMPACT REPORT'.
002560 
002570 01  LOC-DIS-HDG-2.
002580     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
002590     05  DIS-HDG-2-DATE        PIC X(10).
002600     05  FILLER                PIC X(56)  VALUE SPACES.
002610     05  FILLER                PIC X(16)
002620         VALUE 'PROGRAM LOCITMFD'.
002630 
002640 01  LOC-DIS-HDG-3.
002650     05  FILLER                PIC X(06)  VALUE 'WHSE'.
002660     05  FILLER                PIC X(06)  VALUE 'ZONE'.
002670     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
002680     05  FILLER                PIC X(07)  VALUE 'AISLE'.
002690     05  FILLER                PIC X(05)  VALUE 'BAY'.
002700     05  FILLER                PIC X(08)  VALUE 'STATUS'.
002710     05  FILLER                PIC X(10)  VALUE 'ITEM'.
002720     05  FILLER                PIC X(11)  VALUE 'DESCRIPTION'.
002730 
002740 01  LOC-DIS-DETAIL-LINE.
002750     05  DIS-DTL-WHSE                PIC X(02).
002760     05  FILLER                      PIC X(04)  VALUE SPACES.
002770     05  DIS-DTL-ZONE                PIC X(02).
002780     05  FILLER                      PIC X(04)  VALUE SPACES.
002790     05  DIS-DTL-CODE                PIC X(10).
002800     05  FILLER                      PIC X(04)  VALUE SPACES.
002810     05  DIS-DTL-AISLE               PIC X(02).
002820     05  FILLER                      PIC X(05)  VALUE SPACES.
002830     05  DIS-DTL-BAY                 PIC X(02).
002840     05  FILLER                      PIC X(03)  VALUE SPACES.
002850     05  DIS-DTL-STATUS              PIC X(01).
002860     05  FILLER                      PIC X(07)  VALUE SPACES.
002870     05  DIS-DTL-ITEM                PIC X(08).
002880     05  FILLER                      PIC X(02)  VALUE SPACES.
002890     05  DIS-DTL-DESC                PIC X(30).
002900 
002910 01  LOC-DIS-GROUP-LINE.
002920     05  FILLER                      PIC X(12)  VALUE SPACES.
002930     05  FILLER                      PIC X(20)
002940         VALUE 'FACES TO CLEAR WHSE '.
002950     05  DIS-GRP-WHSE                PIC X(02).
002960     05  FILLER                      PIC X(06)  VALUE ' ZONE '.
002970     05  DIS-GRP-ZONE                PIC X(02).
002980     05  FILLER                      PIC X(03)  VALUE ' : '.
002990     05  DIS-GRP-COUNT               PIC ZZZ,ZZ9.
003000 
003010 01  LOC-DIS-TOTAL-1.
003020     05  FILLER                      PIC X(24)
003030         VALUE 'FACES READ ............ '.
003040     05  DIS-TOT-READ                PIC ZZZ,ZZ9.
003050 01  LOC-DIS-TOTAL-2.
003060     05  FILLER                      PIC X(24)
003070         VALUE 'FACES TO CLEAR ........ '.
003080     05  DIS-TOT-FACES               PIC ZZZ,ZZ9.
003090 
003100 PROCEDURE DIVISION.
003110*****************************************************************
003120*  0000-MAINLINE                                                *
003130*****************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE
003160         THRU 1000-INITIALIZE-EXIT.
003170     PERFORM 2000-APPLY-FEED
003180         THRU 2000-APPLY-FEED-EXIT.
003190     PERFORM 7000-WRITE-SUMMARY
003200         THRU 7000-WRITE-SUMMARY-EXIT.
003210     PERFORM 3000-LOAD-IMPACT
003220         THRU 3000-LOAD-IMPACT-EXIT.
003230     PERFORM 4000-SORT-IMPACT-TABLE
003240         THRU 4000-SORT-IMPACT-TABLE-EXIT.
003250     PERFORM 5000-WRITE-IMPACT-REPORT
003260         THRU 5000-WRITE-IMPACT-REPORT-EXIT.
003270     PERFORM 8000-TERMINATE
003280         THRU 8000-TERMINATE-EXIT.
003290 
003300*****************************************************************
003310*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADINGS.     *
003320*                    NO ITEMREF FILE YET IS CREATED EMPTY, THE  *
003330*                    WAY ITMMAINT DOES                          *
003340*****************************************************************
003350 1000-INITIALIZE.
003360     OPEN INPUT LOC-IFD-FILE.
003370     IF NOT LOC-IFD-OK
003380         DISPLAY 'LOC0901E LOCITMFD - ITEMFEED OPEN FAILED, '
003390                 LOC-IFD-STATUS UPON CONSOLE
003400         MOVE 16 TO RETURN-CODE
003410         GO TO 8000-TERMINATE
003420     END-IF.
003430 
003440     OPEN I-O LOC-ITEM-FILE.
003450     IF LOC-ITEMREF-STATUS = '35'
003460         CLOSE LOC-ITEM-FILE
003470         OPEN OUTPUT LOC-ITEM-FILE
003480         CLOSE LOC-ITEM-FILE
003490         OPEN I-O LOC-ITEM-FILE
003500     END-IF.
003510     IF NOT LOC-ITEMREF-OK
003520         DISPLAY 'LOC0902E LOCITMFD - ITEMREF OPEN FAILED, '
003530                 LOC-ITEMREF-STATUS UPON CONSOLE
003540         MOVE 16 TO RETURN-CODE
003550         GO TO 8000-TERMINATE
003560     END-IF.
003570 
003580     OPEN INPUT ITEM-MASTER.
003590     IF NOT LOC-ITEMMAST-OK
003600         DISPLAY 'LOC0903E LOCITMFD - ITEM-MASTER OPEN FAILED, '
003610                 LOC-ITEMMAST-STATUS UPON CONSOLE
003620         MOVE 16 TO RETURN-CODE
003630         GO TO 8000-TERMINATE
003640     END-IF.
003650 
003660     OPEN OUTPUT LOC-ITMR-FILE.
003670     IF NOT LOC-ITMR-OK
003680         DISPLAY 'LOC0904E LOCITMFD - LOCITMR OPEN FAILED, '
003690                 LOC-ITMR-STATUS UPON CONSOLE
003700         MOVE 16 TO RETURN-CODE
003710         GO TO 8000-TERMINATE
003720     END-IF.
003730 
003740     OPEN OUTPUT LOC-DISR-FILE.
003750     IF NOT LOC-DISR-OK
003760         DISPLAY 'LOC0905E LOCITMFD - LOCDISR OPEN FAILED, '
003770                 LOC-DISR-STATUS UPON CONSOLE
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 8000-TERMINATE
003800     END-IF.
003810 
003820     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
003830     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
003840         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
003850     MOVE LOC-REPORT-DATE TO ITR-HDG-2-DATE.
003860     WRITE LOC-ITMR-RECORD FROM LOC-ITR-HDG-1.
003870     WRITE LOC-ITMR-RECORD FROM LOC-ITR-HDG-2.
003880     MOVE SPACES TO LOC-ITMR-RECORD.
003890     WRITE LOC-ITMR-RECORD.
003900     WRITE LOC-ITMR-RECORD FROM LOC-ITR-HDG-3.
003910     MOVE LOC-REPORT-DATE TO DIS-HDG-2-DATE.
003920     WRITE LOC-DISR-RECORD FROM LOC-DIS-HDG-1.
003930     WRITE LOC-DISR-RECORD FROM LOC-DIS-HDG-2.
003940     MOVE SPACES TO LOC-DISR-RECORD.
003950     WRITE LOC-DISR-RECORD.
003960     WRITE LOC-DISR-RECORD FROM LOC-DIS-HDG-3.
003970 1000-INITIALIZE-EXIT.
003980     EXIT.
003990 
004000*****************************************************************
004010*  2000-APPLY-FEED - APPLY EVERY FEED RECORD TO ITEMREF         *
004020*****************************************************************
004030 2000-APPLY-FEED.
004040     PERFORM 2100-READ-FEED
004050         THRU 2100-READ-FEED-EXIT.
004060     PERFORM 2200-APPLY-ONE-RECORD
004070         THRU 2200-APPLY-ONE-RECORD-EXIT
004080         UNTIL LOC-AT-EOF.
004090 2000-APPLY-FEED-EXIT.
004100     EXIT.
004110 
004120 2100-READ-FEED.
004130     READ LOC-IFD-FILE
004140         AT END
004150             SET LOC-AT-EOF TO TRUE
004160     END-READ.
004170 2100-READ-FEED-EXIT.
004180     EXIT.
004190 
004200*****************************************************************
004210*  2200-APPLY-ONE-RECORD - EDIT ONE FEED RECORD AND APPLY OR    *
004220*                    REJECT IT                                  *
004230*****************************************************************
004240 2200-APPLY-ONE-RECORD.
004250     ADD 1 TO LOC-FEED-COUNT.
004260     SET LOC-IFD-VALID TO TRUE.
004270     MOVE SPACES TO LOC-EDIT-REASON.
004280     IF IFD-ITEM-NUMBER = SPACES
004290        OR IFD-ITEM-NUMBER = LOW-VALUES
004300         SET LOC-IFD-INVALID TO TRUE
004310         MOVE 'ITEM NUMBER IS BLANK' TO LOC-EDIT-REASON
004320     ELSE
004330         EVALUATE TRUE
004340             WHEN IFD-ADD
004350                 PERFORM 2300-APPLY-ADD
004360                     THRU 2300-APPLY-ADD-EXIT
004370             WHEN IFD-CHANGE
004380                 PERFORM 2400-APPLY-CHANGE
004390                     THRU 2400-APPLY-CHANGE-EXIT
004400             WHEN IFD-DISCONTINUE
004410                 PERFORM 2500-APPLY-DISCONTINUE
004420                     THRU 2500-APPLY-DISCONTINUE-EXIT
004430             WHEN OTHER
004440                 SET LOC-IFD-INVALID TO TRUE
004450                 MOVE 'INVALID ACTION CODE' TO LOC-EDIT-REASON
004460         END-EVALUATE
004470     END-IF.
004480     IF LOC-IFD-INVALID
004490         ADD 1 TO LOC-REJECT-COUNT
004500         PERFORM 6000-WRITE-REGISTER-LINE
004510             THRU 6000-WRITE-REGISTER-LINE-EXIT
004520     END-IF.
004530     PERFORM 2100-READ-FEED
004540         THRU 2100-READ-FEED-EXIT.
004550 2200-APPLY-ONE-RECORD-EXIT.
004560     EXIT.
004570 
004580*****************************************************************
004590*  2300-APPLY-ADD - ADD A NEW ITEM.  IT GOES ON ACTIVE          *
004600*****************************************************************
004610 2300-APPLY-ADD.
004620     IF IFD-DESCRIPTION = SPACES
004630         SET LOC-IFD-INVALID TO TRUE
004640         MOVE 'DESCRIPTION IS BLANK' TO LOC-EDIT-REASON
004650         GO TO 2300-APPLY-ADD-EXIT
004660     END-IF.
004670     IF IFD-VELOCITY NOT = 'A'
004680        AND IFD-VELOCITY NOT = 'B'
004690        AND IFD-VELOCITY NOT = 'C'
004700         SET LOC-IFD-INVALID TO TRUE
004710         MOVE 'INVALID VELOCITY CLASS' TO LOC-EDIT-REASON
004720         GO TO 2300-APPLY-ADD-EXIT
004730     END-IF.
004740     MOVE SPACES TO LOC-ITEM-RECORD.
004750     MOVE IFD-ITEM-NUMBER TO ITM-ITEM-NUMBER.
004760     MOVE IFD-DESCRIPTION TO ITM-DESCRIPTION.
004770     MOVE IFD-UOM TO ITM-UOM.
004780     MOVE IFD-VELOCITY TO ITM-VELOCITY.
004790     MOVE 'A' TO ITM-STATUS.
004800     WRITE LOC-ITEM-RECORD
004810         INVALID KEY
004820             SET LOC-IFD-INVALID TO TRUE
004830             IF LOC-ITEMREF-DUP-KEY
004840                 MOVE 'ITEM ALREADY ON ITEM REFERENCE'
004850                     TO LOC-EDIT-REASON
004860             ELSE
004870                 MOVE 'ITEMREF WRITE FAILED' TO LOC-EDIT-REASON
004880             END-IF
004890             GO TO 2300-APPLY-ADD-EXIT
004900     END-WRITE.
004910     ADD 1 TO LOC-ADD-COUNT.
004920     ADD 1 TO LOC-APPLIED-COUNT.
004930 2300-APPLY-ADD-EXIT.
004940     EXIT.
004950 
004960*****************************************************************
004970*  2400-APPLY-CHANGE - CHANGE AN EXISTING ITEM.  EVERY BLANK    *
004980*                    FIELD KEEPS ITEMREF'S CURRENT VALUE; THE   *
004990*                    ITEM'S STATUS IS NOT TOUCHED               *
005000*****************************************************************
005010 2400-APPLY-CHANGE.
005020     IF IFD-DESCRIPTION = SPACES
005030        AND IFD-UOM = SPACES
005040        AND IFD-VELOCITY = SPACE
005050         SET LOC-IFD-INVALID TO TRUE
005060         MOVE 'NO FIELDS TO CHANGE' TO LOC-EDIT-REASON
005070         GO TO 2400-APPLY-CHANGE-EXIT
005080     END-IF.
005090     IF IFD-VELOCITY NOT = SPACE
005100        AND IFD-VELOCITY NOT = 'A'
005110        AND IFD-VELOCITY NOT = 'B'
005120        AND IFD-VELOCITY NOT = 'C'
005130         SET LOC-IFD-INVALID TO TRUE
005140         MOVE 'INVALID VELOCITY CLASS' TO LOC-EDIT-REASON
005150         GO TO 2400-APPLY-CHANGE-EXIT
005160     END-IF.
005170     PERFORM 2600-READ-ITEM
005180         THRU 2600-READ-ITEM-EXIT.
005190     IF LOC-IFD-INVALID
005200         GO TO 2400-APPLY-CHANGE-EXIT
005210     END-IF.
005220     IF IFD-DESCRIPTION NOT = SPACES
005230         MOVE IFD-DESCRIPTION TO ITM-DESCRIPTION
005240     END-IF.
005250     IF IFD-UOM NOT = SPACES
005260         MOVE IFD-UOM TO ITM-UOM
005270     END-IF.
005280     IF IFD-VELOCITY NOT = SPACE
005290         MOVE IFD-VELOCITY TO ITM-VELOCITY
005300     END-IF.
005310     REWRITE LOC-ITEM-RECORD
005320         INVALID KEY
005330             SET LOC-IFD-INVALID TO TRUE
005340             MOVE 'ITEMREF REWRITE FAILED' TO LOC-EDIT-REASON
005350             GO TO 2400-APPLY-CHANGE-EXIT
005360     END-REWRITE.
005370     ADD 1 TO LOC-CHANGE-COUNT.
005380     ADD 1 TO LOC-APPLIED-COUNT.
005390 2400-APPLY-CHANGE-EXIT.
005400     EXIT.
005410 
005420*****************************************************************
005430*  2500-APPLY-DISCONTINUE - MARK THE ITEM DISCONTINUED AND LIST *
005440*                    IT ON THE REGISTER.  ONE ALREADY           *
005450*                    DISCONTINUED IS COUNTED AND LEFT AS IT IS  *
005460*****************************************************************
005470 2500-APPLY-DISCONTINUE.
005480     PERFORM 2600-READ-ITEM
005490         THRU 2600-READ-ITEM-EXIT.
005500     IF LOC-IFD-INVALID
005510         GO TO 2500-APPLY-DISCONTINUE-EXIT
005520     END-IF.
005530     IF ITM-DISCONTINUED
005540         ADD 1 TO LOC-ALREADY-DISC-COUNT
005550         ADD 1 TO LOC-APPLIED-COUNT
005560         GO TO 2500-APPLY-DISCONTINUE-EXIT
005570     END-IF.
005580     SET ITM-DISCONTINUED TO TRUE.
005590     REWRITE LOC-ITEM-RECORD
005600         INVALID KEY
005610             SET LOC-IFD-INVALID TO TRUE
005620             MOVE 'ITEMREF REWRITE FAILED' TO LOC-EDIT-REASON
005630             GO TO 2500-APPLY-DISCONTINUE-EXIT
005640     END-REWRITE.
005650     ADD 1 TO LOC-DISC-COUNT.
005660     ADD 1 TO LOC-APPLIED-COUNT.
005670     MOVE 'DISCONTINUED' TO LOC-EDIT-REASON.
005680     PERFORM 6000-WRITE-REGISTER-LINE
005690         THRU 6000-WRITE-REGISTER-LINE-EXIT.
005700 2500-APPLY-DISCONTINUE-EXIT.
005710     EXIT.
005720 
005730 2600-READ-ITEM.
005740     MOVE IFD-ITEM-NUMBER TO ITM-ITEM-NUMBER.
005750     READ LOC-ITEM-FILE
005760         INVALID KEY
005770             SET LOC-IFD-INVALID TO TRUE
005780             IF LOC-ITEMREF-NOTFOUND
005790                 MOVE 'ITEM NOT ON ITEM REFERENCE'
005800                     TO LOC-EDIT-REASON
005810             ELSE
005820                 MOVE 'ITEMREF READ FAILED' TO LOC-EDIT-REASON
005830             END-IF
005840     END-READ.
005850 2600-READ-ITEM-EXIT.
005860     EXIT.
005870 
005880*****************************************************************
005890*  3000-LOAD-IMPACT - READ THE ITEM-MASTER IN KEY SEQUENCE AND  *
005900*                    TABLE EVERY FACE WHOSE ASSIGNED ITEM IS    *
005910*                    DISCONTINUED ON ITEMREF, ACTIVE OR NOT     *
005920*****************************************************************
005930 3000-LOAD-IMPACT.
005940     PERFORM 3010-READ-MASTER
005950         THRU 3010-READ-MASTER-EXIT.
005960     PERFORM 3020-CHECK-ONE-FACE
005970         THRU 3020-CHECK-ONE-FACE-EXIT
005980         UNTIL LOC-MASTER-EOF.
005990 3000-LOAD-IMPACT-EXIT.
006000     EXIT.
006010 
006020 3010-READ-MASTER.
006030     READ ITEM-MASTER NEXT RECORD
006040         AT END
006050             SET LOC-MASTER-EOF TO TRUE
006060     END-READ.
006070 3010-READ-MASTER-EXIT.
006080     EXIT.
006090 
006100 3020-CHECK-ONE-FACE.
006110     ADD 1 TO LOC-FACES-READ.
006120     IF LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD = SPACES
006130         GO TO 3020-CHECK-ONE-FACE-NEXT
006140     END-IF.
006150     MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
006160         TO ITM-ITEM-NUMBER.
006170     READ LOC-ITEM-FILE
006180         INVALID KEY
006190             GO TO 3020-CHECK-ONE-FACE-NEXT
006200     END-READ.
006210     IF ITM-DISCONTINUED
006220         PERFORM 3030-ADD-IMPACT-ENTRY
006230             THRU 3030-ADD-IMPACT-ENTRY-EXIT
006240     END-IF.
006250 3020-CHECK-ONE-FACE-NEXT.
006260     PERFORM 3010-READ-MASTER
006270         THRU 3010-READ-MASTER-EXIT.
006280 3020-CHECK-ONE-FACE-EXIT.
006290     EXIT.
006300 
006310*****************************************************************
006320*  3030-ADD-IMPACT-ENTRY - APPEND THE FACE TO THE IMPACT TABLE, *
006330*                    ABENDING IF THE TABLE IS FULL              *
006340*****************************************************************
006350 3030-ADD-IMPACT-ENTRY.
006360     IF LOC-DT-COUNT >= LOC-MAX-FACES
006370         DISPLAY 'LOC0999E LOCITMFD - IMPACT TABLE OVERFLOW, '
006380                 'LIMIT IS ' LOC-MAX-FACES UPON CONSOLE
006390         MOVE 900 TO RETURN-CODE
006400         GO TO 8000-TERMINATE
006410     END-IF.
006420     ADD 1 TO LOC-DT-COUNT.
006430     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD
006440         TO DT-WHSE-ID (LOC-DT-COUNT).
006450     MOVE LOC-ZONE OF ITEM-MASTER-RECORD
006460         TO DT-ZONE (LOC-DT-COUNT).
006470     MOVE LOC-CODE OF ITEM-MASTER-RECORD
006480         TO DT-LOC-CODE (LOC-DT-COUNT).
006490     MOVE LOC-AISLE OF ITEM-MASTER-RECORD
006500         TO DT-AISLE (LOC-DT-COUNT).
006510     MOVE LOC-BAY OF ITEM-MASTER-RECORD
006520         TO DT-BAY (LOC-DT-COUNT).
006530     MOVE LOC-STATUS OF ITEM-MASTER-RECORD
006540         TO DT-STATUS (LOC-DT-COUNT).
006550     MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
006560         TO DT-ITEM-NUMBER (LOC-DT-COUNT).
006570     MOVE ITM-DESCRIPTION TO DT-DESCRIPTION (LOC-DT-COUNT).
006580 3030-ADD-IMPACT-ENTRY-EXIT.
006590     EXIT.
006600 
006610*****************************************************************
006620*  4000-SORT-IMPACT-TABLE - SORT THE IMPACT TABLE INTO          *
006630*                    WAREHOUSE / ZONE / LOCATION CODE ORDER     *
006640*                    (STRAIGHT SELECTION SORT, AS IN LOCREPL)   *
006650*****************************************************************
006660 4000-SORT-IMPACT-TABLE.
006670     IF LOC-DT-COUNT < 2
006680         GO TO 4000-SORT-IMPACT-TABLE-EXIT
006690     END-IF.
006700     PERFORM 4100-SORT-ONE-SLOT
006710         THRU 4100-SORT-ONE-SLOT-EXIT
006720         VARYING LOC-SORT-SUB-1 FROM 1 BY 1
006730         UNTIL LOC-SORT-SUB-1 >= LOC-DT-COUNT.
006740 4000-SORT-IMPACT-TABLE-EXIT.
006750     EXIT.
006760 
006770 4100-SORT-ONE-SLOT.
006780     PERFORM 4200-COMPARE-AND-SWAP
006790         THRU 4200-COMPARE-AND-SWAP-EXIT
006800         VARYING LOC-SORT-SUB-2 FROM LOC-SORT-SUB-1 BY 1
006810         UNTIL LOC-SORT-SUB-2 > LOC-DT-COUNT.
006820 4100-SORT-ONE-SLOT-EXIT.
006830     EXIT.
006840 
006850 4200-COMPARE-AND-SWAP.
006860     IF LOC-SORT-SUB-2 > LOC-SORT-SUB-1
006870        AND DT-SORT-KEY (LOC-SORT-SUB-2)
006880                < DT-SORT-KEY (LOC-SORT-SUB-1)
006890         MOVE LOC-DT-ENTRY (LOC-SORT-SUB-1) TO LOC-SWAP-ENTRY
006900         MOVE LOC-DT-ENTRY (LOC-SORT-SUB-2)
006910             TO LOC-DT-ENTRY (LOC-SORT-SUB-1)
006920         MOVE LOC-SWAP-ENTRY TO LOC-DT-ENTRY (LOC-SORT-SUB-2)
006930     END-IF.
006940 4200-COMPARE-AND-SWAP-EXIT.
006950     EXIT.
006960 
006970*****************************************************************
006980*  5000-WRITE-IMPACT-REPORT - ONE LINE PER FACE FROM THE SORTED *
006990*                    TABLE, A COUNT LINE AT EACH CHANGE OF      *
007000*                    WAREHOUSE OR ZONE, AND THE TOTALS          *
007010*****************************************************************
007020 5000-WRITE-IMPACT-REPORT.
007030     IF LOC-DT-COUNT = 0
007040         MOVE SPACES TO LOC-DISR-RECORD
007050         STRING 'NO PICK FACE IS ASSIGNED TO A DISCONTINUED ITEM'
007060             DELIMITED BY SIZE INTO LOC-DISR-RECORD
007070         WRITE LOC-DISR-RECORD
007080         MOVE SPACES TO LOC-DISR-RECORD
007090         WRITE LOC-DISR-RECORD
007100     ELSE
007110         PERFORM 5100-WRITE-ONE-FACE
007120             THRU 5100-WRITE-ONE-FACE-EXIT
007130             VARYING LOC-PRINT-SUB FROM 1 BY 1
007140             UNTIL LOC-PRINT-SUB > LOC-DT-COUNT
007150         PERFORM 5200-FLUSH-GROUP
007160             THRU 5200-FLUSH-GROUP-EXIT
007170     END-IF.
007180     MOVE LOC-FACES-READ TO DIS-TOT-READ.
007190     WRITE LOC-DISR-RECORD FROM LOC-DIS-TOTAL-1.
007200     MOVE LOC-DT-COUNT TO DIS-TOT-FACES.
007210     WRITE LOC-DISR-RECORD FROM LOC-DIS-TOTAL-2.
007220 5000-WRITE-IMPACT-REPORT-EXIT.
007230     EXIT.
007240 
007250 5100-WRITE-ONE-FACE.
007260     IF DT-WHSE-ID (LOC-PRINT-SUB) NOT = LOC-CUR-WHSE
007270        OR DT-ZONE (LOC-PRINT-SUB) NOT = LOC-CUR-ZONE
007280         PERFORM 5200-FLUSH-GROUP
007290             THRU 5200-FLUSH-GROUP-EXIT
007300         MOVE DT-WHSE-ID (LOC-PRINT-SUB) TO LOC-CUR-WHSE
007310         MOVE DT-ZONE (LOC-PRINT-SUB) TO LOC-CUR-ZONE
007320     END-IF.
007330     ADD 1 TO LOC-GROUP-COUNT.
007340     MOVE DT-WHSE-ID (LOC-PRINT-SUB) TO DIS-DTL-WHSE.
007350     MOVE DT-ZONE (LOC-PRINT-SUB) TO DIS-DTL-ZONE.
007360     MOVE DT-LOC-CODE (LOC-PRINT-SUB) TO DIS-DTL-CODE.
007370     MOVE DT-AISLE (LOC-PRINT-SUB) TO DIS-DTL-AISLE.
007380     MOVE DT-BAY (LOC-PRINT-SUB) TO DIS-DTL-BAY.
007390     MOVE DT-STATUS (LOC-PRINT-SUB) TO DIS-DTL-STATUS.
007400     MOVE DT-ITEM-NUMBER (LOC-PRINT-SUB) TO DIS-DTL-ITEM.
007410     MOVE DT-DESCRIPTION (LOC-PRINT-SUB) TO DIS-DTL-DESC.
007420     WRITE LOC-DISR-RECORD FROM LOC-DIS-DETAIL-LINE.
007430 5100-WRITE-ONE-FACE-EXIT.
007440     EXIT.
007450 
007460*****************************************************************
007470*  5200-FLUSH-GROUP - THE TABLE IS IN WAREHOUSE / ZONE ORDER,   *
007480*                    SO WHEN EITHER CHANGES THE PRIOR GROUP'S   *
007490*                    COUNT LINE GOES OUT AND ITS COUNTER RESETS *
007500*****************************************************************
007510 5200-FLUSH-GROUP.
007520     IF LOC-GROUP-COUNT = ZERO
007530         GO TO 5200-FLUSH-GROUP-EXIT
007540     END-IF.
007550     MOVE LOC-CUR-WHSE TO DIS-GRP-WHSE.
007560     MOVE LOC-CUR-ZONE TO DIS-GRP-ZONE.
007570     MOVE LOC-GROUP-COUNT TO DIS-GRP-COUNT.
007580     WRITE LOC-DISR-RECORD FROM LOC-DIS-GROUP-LINE.
007590     MOVE SPACES TO LOC-DISR-RECORD.
007600     WRITE LOC-DISR-RECORD.
007610     MOVE ZERO TO LOC-GROUP-COUNT.
007620 5200-FLUSH-GROUP-EXIT.
007630     EXIT.
007640 
007650*****************************************************************
007660*  6000-WRITE-REGISTER-LINE - LIST A REJECTED OR DISCONTINUED   *
007670*                    FEED RECORD ON THE REGISTER                *
007680*****************************************************************
007690 6000-WRITE-REGISTER-LINE.
007700     MOVE IFD-ACTION TO ITR-DTL-ACTION.
007710     MOVE IFD-ITEM-NUMBER TO ITR-DTL-ITEM.
007720     IF LOC-IFD-VALID
007730         MOVE ITM-DESCRIPTION TO ITR-DTL-DESC
007740     ELSE
007750         MOVE IFD-DESCRIPTION TO ITR-DTL-DESC
007760     END-IF.
007770     MOVE LOC-EDIT-REASON TO ITR-DTL-REASON.
007780     WRITE LOC-ITMR-RECORD FROM LOC-ITR-DETAIL-LINE.
007790 6000-WRITE-REGISTER-LINE-EXIT.
007800     EXIT.
007810 
007820*****************************************************************
007830*  7000-WRITE-SUMMARY - THE REGISTER TOTALS AND THE FEED        *
007840*                    RETURN CODE                                *
007850*****************************************************************
007860 7000-WRITE-SUMMARY.
007870     MOVE SPACES TO LOC-ITMR-RECORD.
007880     WRITE LOC-ITMR-RECORD.
007890     MOVE LOC-FEED-COUNT TO ITR-TOT-READ.
007900     WRITE LOC-ITMR-RECORD FROM LOC-ITR-TOTAL-1.
007910     MOVE LOC-ADD-COUNT TO ITR-TOT-ADDS.
007920     WRITE LOC-ITMR-RECORD FROM LOC-ITR-TOTAL-2.
007930     MOVE LOC-CHANGE-COUNT TO ITR-TOT-CHANGES.
007940     WRITE LOC-ITMR-RECORD FROM LOC-ITR-TOTAL-3.
007950     MOVE LOC-DISC-COUNT TO ITR-TOT-DISC.
007960     WRITE LOC-ITMR-RECORD FROM LOC-ITR-TOTAL-4.
007970     MOVE LOC-ALREADY-DISC-COUNT TO ITR-TOT-ALREADY.
007980     WRITE LOC-ITMR-RECORD FROM LOC-ITR-TOTAL-5.
007990     MOVE LOC-REJECT-COUNT TO ITR-TOT-REJECTS.
008000     WRITE LOC-ITMR-RECORD FROM LOC-ITR-TOTAL-6.
008010     IF LOC-REJECT-COUNT > ZERO
008020         IF LOC-APPLIED-COUNT = ZERO
008030             MOVE 8 TO RETURN-CODE
008040         ELSE
008050             MOVE 4 TO RETURN-CODE
008060         END-IF
008070     END-IF.
008080 7000-WRITE-SUMMARY-EXIT.
008090     EXIT.
008100 
008110*****************************************************************
008120*  8000-TERMINATE - CLOSE THE FILES                             *
008130*****************************************************************
008140 8000-TERMINATE.
008150     CLOSE LOC-IFD-FILE
008160           LOC-ITEM-FILE
008170           ITEM-MASTER
008180           LOC-ITMR-FILE
008190           LOC-DISR-FILE.
008200     IF RETURN-CODE < 8
008210         DISPLAY 'LOC0281I LOCITMFD - NORMAL COMPLETION, '
008220                 LOC-APPLIED-COUNT ' APPLIED, '
008230                 LOC-REJECT-COUNT ' REJECTED, '
008240                 LOC-DT-COUNT ' FACES TO CLEAR' UPON CONSOLE
008250     ELSE
008260         DISPLAY 'LOC0282E LOCITMFD - ABENDING, RETURN CODE '
008270                 RETURN-CODE UPON CONSOLE
008280     END-IF.
008290 8000-TERMINATE-EXIT.
008300     EXIT.
008310     STOP RUN.
