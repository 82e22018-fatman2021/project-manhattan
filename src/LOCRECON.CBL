000330*                 SUPERVISOR AND RELEASED THROUGH LOCAPPLY;      *
000340*                 NOTHING IS APPLIED FROM THIS PROGRAM.          *
000350*      (DEFAULTS TO REPORT WHEN NO PARM IS SUPPLIED)             *
000360*  THE MODE MAY BE FOLLOWED BY A COMMA AND A QUANTITY VARIANCE  *
000370*  TOLERANCE IN WHOLE PERCENT OF LOC-CAPACITY, E.G. 'REPORT,05' *
000380*  OR 'CORRECT,10' (DEFAULTS TO 5 PERCENT).                     *
000390*                                                                *
000400*  QUANTITY VARIANCE - A SCANNER RECORD MAY ALSO CARRY THE      *
000410*  COUNTED QUANTITY (PHYS-COUNT-QTY, BLANK ON A STATUS-ONLY     *
000420*  SCAN).  EVERY FACE THAT IS ON THE MASTER AND WAS COUNTED     *
000430*  WITH A QUANTITY IS COMPARED WITH THE ON-HAND THE WMS SENT    *
000440*  IN THE NIGHTLY WMSONH FEED (THE COPY SORTED BY LOCNITE STEP  *
000450*  SORTONH).  THE LOCVARR REPORT LISTS EVERY FACE WHOSE COUNT   *
000460*  DIFFERS FROM THE WMS, BY WAREHOUSE AND ZONE, WITH THE OVER/  *
000470*  SHORT UNITS AND THE VARIANCE AS A PERCENT OF LOC-CAPACITY,   *
000480*  AND TOTALS EACH ZONE.  A VARIANCE OUTSIDE THE TOLERANCE (OR  *
000490*  ANY VARIANCE ON A FACE WITH NO CAPACITY) IS FLAGGED AND      *
000500*  WRITTEN TO THE WMSCADJ COUNT-ADJUSTMENT FEED BACK TO THE     *
000510*  WMS - WAREHOUSE , LOCATION , ITEM , COUNTED QUANTITY ,       *
000520*  SIGNED VARIANCE.  THE FEED IS WRITTEN IN EITHER RUN MODE;    *
000530*  IT IS REBUILT WHOLE FROM THE COUNT ON EVERY RUN, SO A        *
000540*  REPEAT SUBMISSION REPLACES IT RATHER THAN ADDING TO IT.      *
000550*                                                                *
000560*  COUNT FREEZE - LOCCYCLE FREEZES EVERY FACE IT PUTS ON THE    *
000570*  DAILY COUNT LIST (LOCFRZN).  A FACE COUNTED HERE HAS HAD ITS *
000580*  COUNT, SO ITS FREEZE IS LIFTED IN EITHER RUN MODE AT THE     *
000590*  SAME TIME ITS LOCCNTH DATE IS STAMPED.                       *
000600*                                                                *
000610*  MOD HISTORY                                                  *
000620*  ---------- --- --------------------------------------------- *
000630*  2026-08-09 RSM  ORIGINAL                                      *
000640*  2026-08-22 RSM  EXPANDED LOCATION RECORD ON THE ITEM-MASTER   *
000650*                  (50 BYTES).  THE SCANNER UPLOAD STAYS THE     *
000660*                  SHORT 20-BYTE CODE/STATUS RECORD, SO LOCPHYS  *
000670*                  NOW HAS ITS OWN LAYOUT INSTEAD OF THE SHARED  *
000680*                  LOCREC COPYBOOK                               *
000690*  2026-08-22 RSM  ADDED PARM='CORRECT' RUN MODE - EVERY         *
000700*                  DISCREPANCY IS ALSO WRITTEN AS A LOCTRAN      *
000710*                  CORRECTION TRANSACTION FOR SUPERVISOR         *
000720*                  REVIEW AND RELEASE THROUGH LOCAPPLY           *
000730*  2026-09-03 RSM  ITEM-MASTER SELECT NOW DECLARES THE          *
000740*                  ALTERNATE ITEM-NUMBER KEY (BUILT BY THE      *
000750*                  LOCCONV CONVERSION)                          *
000760*  2026-09-03 RSM  EVERY LOCATION ON THE COUNT IS NOW STAMPED   *
000770*                  WITH THE RUN DATE ON THE KEYED LOCCNTH       *
000780*                  COUNT HISTORY FILE, WHICH LOCCYCLE USES TO   *
000790*                  BUILD THE DAILY COUNT LIST AND THE OVERDUE   *
000800*                  REPORT                                       *
000810*  2026-09-03 RSM  MULTI-WAREHOUSE - PHYS-WHSE-ID CARVED FROM   *
000820*                  THE SCANNER RECORD'S FILLER (BLANK IS        *
000830*                  TAKEN AS 01 WHILE THE SCANNERS CUT OVER)     *
000840*                  AND THE MATCH RUNS ON THE WAREHOUSE + CODE   *
000850*                  KEY; THE REPORT AND THE CORRECTION           *
000860*                  TRANSACTIONS CARRY THE WAREHOUSE             *
000870*  2026-10-15 RSM  QUANTITY VARIANCE - PHYS-COUNT-QTY CARVED    *
000880*                  FROM THE SCANNER RECORD'S FILLER AND         *
000890*                  COMPARED WITH THE WMSONH ON-HAND; NEW        *
000900*                  LOCVARR VARIANCE REPORT BY ZONE AND WMSCADJ  *
000910*                  COUNT-ADJUSTMENT FEED FOR VARIANCES OUTSIDE  *
000920*                  THE TOLERANCE ON THE RUN PARM                *
000930*  2026-10-15 RSM  COUNT FREEZE - EVERY COUNTED FACE IS TAKEN   *
000940*                  OFF THE LOCFRZN COUNT-FREEZE FILE            *
000950*****************************************************************
000960 ENVIRONMENT DIVISION.
000970 CONFIGURATION SECTION.
000980 SOURCE-COMPUTER.  IBM-370.
000990 OBJECT-COMPUTER.  IBM-370.
001000 SPECIAL-NAMES.
001010     C01 IS LOC-NEW-PAGE.
001020 INPUT-OUTPUT SECTION.
001030 FILE-CONTROL.
001040     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
001050            ORGANIZATION IS INDEXED
001060            ACCESS MODE IS DYNAMIC
001070            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
001080            ALTERNATE RECORD KEY IS
001090                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
001100                WITH DUPLICATES
001110            FILE STATUS IS LOC-ITEMMAST-STATUS.
001120 
001130     SELECT LOC-PHYS-FILE    ASSIGN TO LOCPHYS
001140            ORGANIZATION IS LINE SEQUENTIAL
001150            FILE STATUS IS LOC-PHYS-STATUS.
001160 
001170     SELECT LOC-RECON-FILE   ASSIGN TO LOCRECON
001180            ORGANIZATION IS LINE SEQUENTIAL
001190            FILE STATUS IS LOC-RECON-STATUS.
001200 
001210     SELECT LOC-CORR-FILE    ASSIGN TO LOCCORR
001220            ORGANIZATION IS LINE SEQUENTIAL
001230            FILE STATUS IS LOC-CORR-STATUS.
001240 
001250     SELECT LOC-CNTH-FILE    ASSIGN TO LOCCNTH
001260            ORGANIZATION IS INDEXED
001270            ACCESS MODE IS DYNAMIC
001280            RECORD KEY IS CNT-KEY
001290            FILE STATUS IS LOC-CNTH-STATUS.
001300 
001310     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
001320            ORGANIZATION IS INDEXED
001330            ACCESS MODE IS DYNAMIC
001340            RECORD KEY IS FRZ-KEY
001350            FILE STATUS IS LOC-FRZ-STATUS.
001360 
001370     SELECT LOC-ONH-FILE     ASSIGN TO WMSONH
001380            ORGANIZATION IS LINE SEQUENTIAL
001390            FILE STATUS IS LOC-ONH-STATUS.
001400 
001410     SELECT LOC-VAR-REPORT   ASSIGN TO LOCVARR
001420            ORGANIZATION IS LINE SEQUENTIAL
001430            FILE STATUS IS LOC-VARR-STATUS.
001440 
001450     SELECT LOC-CADJ-FILE    ASSIGN TO WMSCADJ
001460            ORGANIZATION IS LINE SEQUENTIAL
001470            FILE STATUS IS LOC-CADJ-STATUS.
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  ITEM-MASTER
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 52 CHARACTERS.
001530     COPY LOCREC
001540         REPLACING ==:LOC-LVL:==    BY ==01==
001550                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001560                   ==:LOC-SUBLVL:== BY ==05==
001570                   ==:LOC-OCCURS:== BY ==      ==.
001580 
001590 FD  LOC-PHYS-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 20 CHARACTERS.
001620 01  LOC-PHYS-RECORD.
001630     05  PHYS-LOC-CODE               PIC X(10).
001640     05  PHYS-LOC-STATUS             PIC X(01).
001650     05  PHYS-WHSE-ID                PIC X(02).
001660     05  PHYS-COUNT-QTY              PIC X(05).
001670     05  FILLER                      PIC X(02).
001680 
001690 FD  LOC-RECON-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 132 CHARACTERS.
001720 01  LOC-RECON-RECORD                PIC X(132).
001730 
001740 FD  LOC-CORR-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 80 CHARACTERS.
001770     COPY LOCTRAN.
001780 
001790 FD  LOC-CNTH-FILE
001800     LABEL RECORDS ARE STANDARD
001810     RECORD CONTAINS 22 CHARACTERS.
001820     COPY LOCCNT.
001830 
001840 FD  LOC-FRZ-FILE
001850     LABEL RECORDS ARE STANDARD
001860     RECORD CONTAINS 50 CHARACTERS.
001870     COPY LOCFRZ.
001880 
001890 FD  LOC-ONH-FILE
001900     LABEL RECORDS ARE STANDARD
001910     RECORD CONTAINS 80 CHARACTERS.
001920 01  LOC-ONH-RECORD.
001930     05  ONH-LOC-CODE                PIC X(10).
001940     05  ONH-QTY                     PIC X(05).
001950     05  ONH-WHSE-ID                 PIC X(02).
001960     05  FILLER                      PIC X(63).
001970 
001980 FD  LOC-VAR-REPORT
001990     LABEL RECORDS ARE STANDARD
002000     RECORD CONTAINS 132 CHARACTERS.
002010 01  LOC-VARR-RECORD                 PIC X(132).
002020 
002030 FD  LOC-CADJ-FILE
002040     LABEL RECORDS ARE STANDARD
002050     RECORD CONTAINS 80 CHARACTERS.
002060 01  LOC-CADJ-RECORD                 PIC X(80).
002070 
002080 WORKING-STORAGE SECTION.
002090 01  LOC-ITEMMAST-STATUS             PIC X(02).
002100     88  LOC-ITEMMAST-OK                 VALUE '00'.
002110 01  LOC-PHYS-STATUS                 PIC X(02).
002120     88  LOC-PHYS-OK                     VALUE '00'.
002130 01  LOC-RECON-STATUS                PIC X(02).
002140     88  LOC-RECON-OK                    VALUE '00'.
002150 01  LOC-CORR-STATUS                 PIC X(02).
002160     88  LOC-CORR-OK                     VALUE '00'.
002170 01  LOC-CNTH-STATUS                 PIC X(02).
002180     88  LOC-CNTH-OK                     VALUE '00'.
002190     88  LOC-CNTH-DUP-KEY                VALUE '22'.
002200 01  LOC-FRZ-STATUS                  PIC X(02).
002210     88  LOC-FRZ-OK                      VALUE '00'.
002220 01  LOC-ONH-STATUS                  PIC X(02).
002230     88  LOC-ONH-OK                      VALUE '00'.
002240 01  LOC-VARR-STATUS                 PIC X(02).
002250     88  LOC-VARR-OK                     VALUE '00'.
002260 01  LOC-CADJ-STATUS                 PIC X(02).
002270     88  LOC-CADJ-OK                     VALUE '00'.
002280 
002290 01  LOC-RUN-PARM                    PIC X(16)  VALUE SPACES.
002300 01  LOC-RUN-MODE-PARM               PIC X(08)  VALUE SPACES.
002310 01  LOC-TOL-PARM                    PIC X(03)  VALUE SPACES.
002320 01  LOC-TOL-LEN                     PIC 9(04)  COMP VALUE ZERO.
002330 01  LOC-TOLERANCE-PCT               PIC 9(03)       VALUE 5.
002340 01  LOC-MODE-SWITCH                 PIC X(01)  VALUE 'N'.
002350     88  LOC-CORRECT-MODE                VALUE 'Y'.
002360 01  LOC-CORRECTION-COUNT            PIC 9(06)  COMP VALUE ZERO.
002370 01  LOC-FREEZE-LIFTED-COUNT         PIC 9(06)  COMP VALUE ZERO.
002380 
002390 01  LOC-ONH-EOF-SWITCH              PIC X(01)  VALUE 'N'.
002400     88  LOC-ONH-EOF                     VALUE 'Y'.
002410 01  LOC-ONH-KEY                     VALUE SPACES.
002420     05  LOC-ONH-KEY-WHSE            PIC X(02).
002430     05  LOC-ONH-KEY-CODE            PIC X(10).
002440 
002450 01  LOC-COUNT-QTY-VALUE             PIC 9(05)       VALUE ZERO.
002460 01  LOC-ONH-QTY-VALUE               PIC 9(05)       VALUE ZERO.
002470 01  LOC-VARIANCE                    PIC S9(05)      VALUE ZERO.
002480 01  LOC-VARIANCE-UNITS              PIC 9(05)       VALUE ZERO.
002490 01  LOC-CADJ-VARIANCE               PIC +9(05).
002500 
002510 01  LOC-QTY-COMPARED-COUNT          PIC 9(06)  COMP VALUE ZERO.
002520 01  LOC-NO-COUNT-QTY-COUNT          PIC 9(06)  COMP VALUE ZERO.
002530 01  LOC-NO-ONHAND-COUNT             PIC 9(06)  COMP VALUE ZERO.
002540 01  LOC-BAD-QTY-COUNT               PIC 9(06)  COMP VALUE ZERO.
002550 01  LOC-VARIANCE-COUNT              PIC 9(06)  COMP VALUE ZERO.
002560 01  LOC-ADJUSTMENT-COUNT            PIC 9(06)  COMP VALUE ZERO.
002570 01  LOC-UNITS-OVER                  PIC 9(08)  COMP VALUE ZERO.
002580 01  LOC-UNITS-SHORT                 PIC 9(08)  COMP VALUE ZERO.
002590 
002600*****************************************************************
002610*  THE QUANTITY VARIANCE TABLE - EVERY FACE COMPARED WITH THE   *
002620*  WMS ON-HAND, COLLECTED DURING THE MATCH AND SORTED INTO      *
002630*  WAREHOUSE/ZONE/LOCATION SEQUENCE FOR THE LOCVARR REPORT.     *
002640*  BOUNDED LIKE LOCREPL'S TASK TABLE; OVERFLOW IS A HARD ERROR  *
002650*****************************************************************
002660 01  LOC-MAX-VARIANCES               PIC 9(04) COMP  VALUE 2000.
002670 01  LOC-VAR-TABLE.
002680     05  LOC-VT-COUNT                PIC 9(04) COMP  VALUE ZERO.
002690     05  LOC-VT-ENTRY                OCCURS 0 TO 2000 TIMES
002700                                     DEPENDING ON LOC-VT-COUNT.
002710         10  VT-SORT-KEY.
002720             15  VT-WHSE-ID          PIC X(02).
002730             15  VT-ZONE             PIC X(02).
002740             15  VT-LOC-CODE         PIC X(10).
002750         10  VT-ITEM-NUMBER          PIC X(08).
002760         10  VT-CAPACITY             PIC 9(05).
002770         10  VT-COUNT-QTY            PIC 9(05).
002780         10  VT-ONHAND               PIC 9(05).
002790         10  VT-VARIANCE             PIC S9(05).
002800         10  VT-VAR-PCT              PIC 9(03)V9.
002810         10  VT-TOL-SWITCH           PIC X(01).
002820             88  VT-OUTSIDE-TOLERANCE    VALUE 'Y'.
002830 01  LOC-SORT-SUB-1                  PIC 9(04) COMP.
002840 01  LOC-SORT-SUB-2                  PIC 9(04) COMP.
002850 01  LOC-PRINT-SUB                   PIC 9(04) COMP.
002860 01  LOC-SWAP-ENTRY                  PIC X(47).
002870 
002880 01  LOC-PREV-ZONE-KEY               PIC X(04)  VALUE SPACES.
002890 01  LOC-ZONE-COMPARED               PIC 9(06)  COMP VALUE ZERO.
002900 01  LOC-ZONE-VARIANCES              PIC 9(06)  COMP VALUE ZERO.
002910 01  LOC-ZONE-OUTSIDE                PIC 9(06)  COMP VALUE ZERO.
002920 01  LOC-ZONE-OVER                   PIC 9(08)  COMP VALUE ZERO.
002930 01  LOC-ZONE-SHORT                  PIC 9(08)  COMP VALUE ZERO.
002940 01  LOC-VAR-PAGE-NUMBER             PIC 9(04)  COMP VALUE ZERO.
002950 01  LOC-VAR-LINE-COUNT              PIC 9(04)  COMP VALUE 99.
002960 
002970 01  LOC-MASTER-EOF-SWITCH           PIC X(01)  VALUE 'N'.
002980     88  LOC-MASTER-EOF                  VALUE 'Y'.
002990 01  LOC-PHYS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
003000     88  LOC-PHYS-EOF                    VALUE 'Y'.
003010 
003020 01  LOC-MASTER-KEY                  PIC X(12)  VALUE SPACES.
003030 01  LOC-PHYS-KEY                    VALUE SPACES.
003040     05  LOC-PHYS-KEY-WHSE           PIC X(02).
003050     05  LOC-PHYS-KEY-CODE           PIC X(10).
003060 
003070 01  LOC-DISCREPANCY-COUNT           PIC 9(06)  COMP VALUE ZERO.
003080 01  LOC-DISCREPANCY-REASON          PIC X(20)  VALUE SPACES.
003090 
003100 01  LOC-CURRENT-DATE.
003110     05  LOC-CURRENT-YYYY             PIC 9(04).
003120     05  LOC-CURRENT-MM               PIC 9(02).
003130     05  LOC-CURRENT-DD               PIC 9(02).
003140 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
003150 01  LOC-PAGE-NUMBER                 PIC 9(04)  COMP VALUE ZERO.
003160 01  LOC-LINE-COUNT                  PIC 9(04)  COMP VALUE 99.
003170 01  LOC-LINES-PER-PAGE              PIC 9(04)  COMP VALUE 20.
003180 
003190 01  LOC-RECON-HDG-1.
003200     05  FILLER                      PIC X(20)  VALUE SPACES.
003210     05  FILLER                      PIC X(37)
003220         VALUE 'PICK-FACE LOCATION RECONCILIATION'.
003230     05  FILLER                      PIC X(10)  VALUE SPACES.
003240     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
003250     05  LOC-RECON-HDG-PAGE          PIC ZZZ9.
003260 01  LOC-RECON-HDG-2.
003270     05  FILLER                   PIC X(16)  VALUE 'RUN DATE : '.
003280     05  LOC-RECON-HDG-DATE          PIC X(10).
003290 01  LOC-RECON-HDG-3.
003300     05  FILLER                      PIC X(06)  VALUE 'WHSE'.
003310     05  FILLER                      PIC X(12)  VALUE 'LOCATION'.
003320     05  FILLER                   PIC X(30)  VALUE 'DISCREPANCY'.
003330 
003340 01  LOC-RECON-DETAIL-LINE.
003350     05  FILLER                      PIC X(02)  VALUE SPACES.
003360     05  LOC-RECON-DET-WHSE          PIC X(02).
003370     05  FILLER                      PIC X(02)  VALUE SPACES.
003380     05  LOC-RECON-DET-CODE          PIC X(10).
003390     05  FILLER                      PIC X(02)  VALUE SPACES.
003400     05  LOC-RECON-DET-REASON        PIC X(20).
003410 
003420 01  LOC-RECON-TOTAL-LINE.
003430     05  FILLER                      PIC X(02)  VALUE SPACES.
003440     05  FILLER                      PIC X(23)
003450         VALUE 'TOTAL DISCREPANCIES : '.
003460     05  LOC-RECON-TOT-COUNT         PIC ZZZ,ZZ9.
003470 
003480 01  LOC-VAR-HDG-1.
003490     05  FILLER                      PIC X(20)  VALUE SPACES.
003500     05  FILLER                      PIC X(37)
003510         VALUE 'CYCLE-COUNT QUANTITY VARIANCE BY ZONE'.
003520     05  FILLER                      PIC X(10)  VALUE SPACES.
003530     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
003540     05  VAR-HDG-1-PAGE              PIC ZZZ9.
003550 01  LOC-VAR-HDG-2.
003560     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
003570     05  VAR-HDG-2-DATE        PIC X(10).
003580     05  FILLER                PIC X(04)  VALUE SPACES.
003590     05  FILLER                PIC X(12)  VALUE 'TOLERANCE : '.
003600     05  VAR-HDG-2-TOL         PIC ZZ9.
003610     05  FILLER                PIC X(27)
003620         VALUE ' PERCENT OF CAPACITY'.
003630     05  FILLER                PIC X(16)
003640         VALUE 'PROGRAM LOCRECON'.
003650 01  LOC-VAR-HDG-3.
003660     05  FILLER                PIC X(06)  VALUE 'WHSE'.
003670     05  FILLER                PIC X(06)  VALUE 'ZONE'.
003680     05  FILLER                PIC X(12)  VALUE 'LOCATION'.
003690     05  FILLER                PIC X(08)  VALUE 'ITEM'.
003700     05  FILLER                PIC X(08)  VALUE 'CAPACITY'.
003710     05  FILLER                PIC X(08)  VALUE ' COUNTED'.
003720     05  FILLER                PIC X(08)  VALUE ' WMS O/H'.
003730     05  FILLER                PIC X(08)  VALUE '    OVER'.
003740     05  FILLER                PIC X(08)  VALUE '   SHORT'.
003750     05  FILLER                PIC X(08)  VALUE '   %CAP '.
003760     05  FILLER                PIC X(06)  VALUE SPACES.
003770 
003780 01  LOC-VAR-DETAIL-LINE.
003790     05  VAR-DTL-WHSE                PIC X(02).
003800     05  FILLER                      PIC X(04)  VALUE SPACES.
003810     05  VAR-DTL-ZONE                PIC X(02).
003820     05  FILLER                      PIC X(04)  VALUE SPACES.
003830     05  VAR-DTL-CODE                PIC X(10).
003840     05  FILLER                      PIC X(02)  VALUE SPACES.
003850     05  VAR-DTL-ITEM                PIC X(08).
003860     05  FILLER                      PIC X(02)  VALUE SPACES.
003870     05  VAR-DTL-CAPACITY            PIC ZZ,ZZ9.
003880     05  FILLER                      PIC X(02)  VALUE SPACES.
003890     05  VAR-DTL-COUNTED             PIC ZZ,ZZ9.
003900     05  FILLER                      PIC X(02)  VALUE SPACES.
003910     05  VAR-DTL-ONHAND              PIC ZZ,ZZ9.
003920     05  FILLER                      PIC X(02)  VALUE SPACES.
003930     05  VAR-DTL-OVER                PIC ZZ,ZZ9.
003940     05  FILLER                      PIC X(02)  VALUE SPACES.
003950     05  VAR-DTL-SHORT               PIC ZZ,ZZ9.
003960     05  FILLER                      PIC X(02)  VALUE SPACES.
003970     05  VAR-DTL-PCT                 PIC ZZ9.9.
003980     05  VAR-DTL-PCT-X   REDEFINES VAR-DTL-PCT
003990                                     PIC X(05).
004000     05  FILLER                      PIC X(03)  VALUE SPACES.
004010     05  VAR-DTL-FLAG                PIC X(20).
004020 
004030 01  LOC-VAR-ZONE-LINE.
004040     05  FILLER                      PIC X(06)  VALUE SPACES.
004050     05  FILLER                      PIC X(11)
004060         VALUE 'ZONE TOTAL '.
004070     05  VAR-ZTL-WHSE                PIC X(02).
004080     05  FILLER                      PIC X(01)  VALUE '/'.
004090     05  VAR-ZTL-ZONE                PIC X(02).
004100     05  FILLER                      PIC X(12)
004110         VALUE '   COMPARED '.
004120     05  VAR-ZTL-COMPARED            PIC ZZZ,ZZ9.
004130     05  FILLER                      PIC X(12)
004140         VALUE '   VARIANCE '.
004150     05  VAR-ZTL-VARIANCES           PIC ZZZ,ZZ9.
004160     05  FILLER                      PIC X(08)  VALUE '   OVER '.
004170     05  VAR-ZTL-OVER                PIC ZZ,ZZZ,ZZ9.
004180     05  FILLER                      PIC X(09)  VALUE '   SHORT '.
004190     05  VAR-ZTL-SHORT               PIC ZZ,ZZZ,ZZ9.
004200     05  FILLER                      PIC X(11)
004210         VALUE '   OUTSIDE '.
004220     05  VAR-ZTL-OUTSIDE             PIC ZZZ,ZZ9.
004230 
004240 01  LOC-VAR-TOTAL-LINE.
004250     05  VAR-TOT-LABEL               PIC X(24).
004260     05  VAR-TOT-COUNT               PIC ZZ,ZZZ,ZZ9.
004270 
004280 LINKAGE SECTION.
004290 01  LOC-PARM-AREA.
004300     05  LOC-PARM-LEN                PIC S9(04) COMP.
004310     05  LOC-PARM-TEXT               PIC X(16).
004320 
004330 PROCEDURE DIVISION USING LOC-PARM-AREA.
004340*****************************************************************
004350*  0000-MAINLINE                                                 *
004360*****************************************************************
004370 0000-MAINLINE.
004380     PERFORM 1000-INITIALIZE
004390         THRU 1000-INITIALIZE-EXIT.
004400     PERFORM 2000-RECONCILE-LOCATIONS
004410         THRU 2000-RECONCILE-LOCATIONS-EXIT.
004420     PERFORM 3000-SORT-VARIANCE-TABLE
004430         THRU 3000-SORT-VARIANCE-TABLE-EXIT.
004440     PERFORM 5000-WRITE-VARIANCE-REPORT
004450         THRU 5000-WRITE-VARIANCE-REPORT-EXIT.
004460     PERFORM 8000-TERMINATE
004470         THRU 8000-TERMINATE-EXIT.
004480 
004490*****************************************************************
004500*  1000-INITIALIZE - OPEN FILES AND GET THE RUN DATE             *
004510*****************************************************************
004520 1000-INITIALIZE.
004530     MOVE SPACES TO LOC-RUN-PARM.
004540     IF LOC-PARM-LEN OF LOC-PARM-AREA > 0
004550        AND LOC-PARM-LEN OF LOC-PARM-AREA <= 16
004560         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA
004570                 (1:LOC-PARM-LEN OF LOC-PARM-AREA)
004580             TO LOC-RUN-PARM
004590     END-IF.
004600     UNSTRING LOC-RUN-PARM DELIMITED BY ','
004610         INTO LOC-RUN-MODE-PARM
004620              LOC-TOL-PARM COUNT IN LOC-TOL-LEN.
004630     IF LOC-RUN-MODE-PARM = 'CORRECT'
004640         SET LOC-CORRECT-MODE TO TRUE
004650     END-IF.
004660     IF LOC-TOL-LEN > 0
004670         IF LOC-TOL-LEN > 3
004680            OR LOC-TOL-PARM (1:LOC-TOL-LEN) NOT NUMERIC
004690             DISPLAY 'LOC0909E LOCRECON - INVALID TOLERANCE ON '
004700                     'PARM, ' LOC-RUN-PARM UPON CONSOLE
004710             MOVE 16 TO RETURN-CODE
004720             GO TO 8000-TERMINATE
004730         END-IF
004740         MOVE LOC-TOL-PARM (1:LOC-TOL-LEN) TO LOC-TOLERANCE-PCT
004750     END-IF.
004760 
004770     OPEN INPUT ITEM-MASTER.
004780     IF NOT LOC-ITEMMAST-OK
004790         DISPLAY 'LOC0901E LOCRECON - ITEM-MASTER OPEN FAILED, '
004800                 LOC-ITEMMAST-STATUS UPON CONSOLE
004810         MOVE 16 TO RETURN-CODE
004820         GO TO 8000-TERMINATE
004830     END-IF.
004840 
004850     OPEN INPUT LOC-PHYS-FILE.
004860     IF NOT LOC-PHYS-OK
004870         DISPLAY 'LOC0902E LOCRECON - LOCPHYS OPEN FAILED, '
004880                 LOC-PHYS-STATUS UPON CONSOLE
004890         MOVE 16 TO RETURN-CODE
004900         GO TO 8000-TERMINATE
004910     END-IF.
004920 
004930     OPEN OUTPUT LOC-RECON-FILE.
004940     IF NOT LOC-RECON-OK
004950         DISPLAY 'LOC0903E LOCRECON - LOCRECON OPEN FAILED, '
004960                 LOC-RECON-STATUS UPON CONSOLE
004970         MOVE 16 TO RETURN-CODE
004980         GO TO 8000-TERMINATE
004990     END-IF.
005000 
005010     IF LOC-CORRECT-MODE
005020         OPEN OUTPUT LOC-CORR-FILE
005030         IF NOT LOC-CORR-OK
005040             DISPLAY 'LOC0904E LOCRECON - LOCCORR OPEN FAILED, '
005050                     LOC-CORR-STATUS UPON CONSOLE
005060             MOVE 16 TO RETURN-CODE
005070             GO TO 8000-TERMINATE
005080         END-IF
005090     END-IF.
005100 
005110     OPEN I-O LOC-CNTH-FILE.
005120     IF LOC-CNTH-STATUS = '35'
005130         CLOSE LOC-CNTH-FILE
005140         OPEN OUTPUT LOC-CNTH-FILE
005150         CLOSE LOC-CNTH-FILE
005160         OPEN I-O LOC-CNTH-FILE
005170     END-IF.
005180     IF NOT LOC-CNTH-OK
005190         DISPLAY 'LOC0905E LOCRECON - LOCCNTH OPEN FAILED, '
005200                 LOC-CNTH-STATUS UPON CONSOLE
005210         MOVE 16 TO RETURN-CODE
005220         GO TO 8000-TERMINATE
005230     END-IF.
005240 
005250     OPEN I-O LOC-FRZ-FILE.
005260     IF LOC-FRZ-STATUS = '35'
005270         CLOSE LOC-FRZ-FILE
005280         OPEN OUTPUT LOC-FRZ-FILE
005290         CLOSE LOC-FRZ-FILE
005300         OPEN I-O LOC-FRZ-FILE
005310     END-IF.
005320     IF NOT LOC-FRZ-OK
005330         DISPLAY 'LOC0910E LOCRECON - LOCFRZN OPEN FAILED, '
005340                 LOC-FRZ-STATUS UPON CONSOLE
005350         MOVE 16 TO RETURN-CODE
005360         GO TO 8000-TERMINATE
005370     END-IF.
005380 
005390     OPEN INPUT LOC-ONH-FILE.
005400     IF NOT LOC-ONH-OK
005410         DISPLAY 'LOC0906E LOCRECON - WMSONH OPEN FAILED, '
005420                 LOC-ONH-STATUS UPON CONSOLE
005430         MOVE 16 TO RETURN-CODE
005440         GO TO 8000-TERMINATE
005450     END-IF.
005460 
005470     OPEN OUTPUT LOC-VAR-REPORT.
005480     IF NOT LOC-VARR-OK
005490         DISPLAY 'LOC0907E LOCRECON - LOCVARR OPEN FAILED, '
005500                 LOC-VARR-STATUS UPON CONSOLE
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 8000-TERMINATE
005530     END-IF.
005540 
005550     OPEN OUTPUT LOC-CADJ-FILE.
005560     IF NOT LOC-CADJ-OK
005570         DISPLAY 'LOC0908E LOCRECON - WMSCADJ OPEN FAILED, '
005580                 LOC-CADJ-STATUS UPON CONSOLE
005590         MOVE 16 TO RETURN-CODE
005600         GO TO 8000-TERMINATE
005610     END-IF.
005620 
005630     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
005640     STRING LOC-CURRENT-MM   DELIMITED BY SIZE
005650            '/'              DELIMITED BY SIZE
005660            LOC-CURRENT-DD   DELIMITED BY SIZE
005670            '/'              DELIMITED BY SIZE
005680            LOC-CURRENT-YYYY DELIMITED BY SIZE
005690         INTO LOC-REPORT-DATE.
005700 
005710     PERFORM 2100-READ-MASTER
005720         THRU 2100-READ-MASTER-EXIT.
005730     PERFORM 2200-READ-PHYS
005740         THRU 2200-READ-PHYS-EXIT.
005750     PERFORM 2850-READ-ONHAND
005760         THRU 2850-READ-ONHAND-EXIT.
005770 1000-INITIALIZE-EXIT.
005780     EXIT.
005790 
005800*****************************************************************
005810*  2000-RECONCILE-LOCATIONS - MATCH-MERGE THE TWO KEY-SEQUENCED  *
005820*                      FILES AND REPORT EVERY DISCREPANCY        *
005830*****************************************************************
005840 2000-RECONCILE-LOCATIONS.
005850     PERFORM 2300-COMPARE-KEYS
005860         THRU 2300-COMPARE-KEYS-EXIT
005870         UNTIL LOC-MASTER-EOF AND LOC-PHYS-EOF.
005880 2000-RECONCILE-LOCATIONS-EXIT.
005890     EXIT.
005900 
005910 2100-READ-MASTER.
005920     READ ITEM-MASTER NEXT RECORD
005930         AT END
005940             SET LOC-MASTER-EOF TO TRUE
005950             MOVE HIGH-VALUES TO LOC-MASTER-KEY
005960     END-READ.
005970     IF NOT LOC-MASTER-EOF
005980         MOVE LOC-KEY OF ITEM-MASTER-RECORD TO LOC-MASTER-KEY
005990     END-IF.
006000 2100-READ-MASTER-EXIT.
006010     EXIT.
006020 
006030 2200-READ-PHYS.
006040     READ LOC-PHYS-FILE
006050         AT END
006060             SET LOC-PHYS-EOF TO TRUE
006070             MOVE HIGH-VALUES TO LOC-PHYS-KEY
006080     END-READ.
006090     IF NOT LOC-PHYS-EOF
006100         IF PHYS-WHSE-ID = SPACES
006110             MOVE '01' TO LOC-PHYS-KEY-WHSE
006120         ELSE
006130             MOVE PHYS-WHSE-ID TO LOC-PHYS-KEY-WHSE
006140         END-IF
006150         MOVE PHYS-LOC-CODE TO LOC-PHYS-KEY-CODE
006160     END-IF.
006170 2200-READ-PHYS-EXIT.
006180     EXIT.
006190 
006200 2300-COMPARE-KEYS.
006210     EVALUATE TRUE
006220         WHEN LOC-MASTER-KEY = LOC-PHYS-KEY
006230             IF LOC-STATUS OF ITEM-MASTER-RECORD
006240                     NOT = PHYS-LOC-STATUS
006250                 MOVE 'STATUS MISMATCH' TO LOC-DISCREPANCY-REASON
006260                 PERFORM 2400-WRITE-DISCREPANCY
006270                     THRU 2400-WRITE-DISCREPANCY-EXIT
006280             END-IF
006290             PERFORM 2800-CHECK-QUANTITY
006300                 THRU 2800-CHECK-QUANTITY-EXIT
006310             PERFORM 2700-STAMP-COUNT-HISTORY
006320                 THRU 2700-STAMP-COUNT-HISTORY-EXIT
006330             PERFORM 2100-READ-MASTER
006340                 THRU 2100-READ-MASTER-EXIT
006350             PERFORM 2200-READ-PHYS
006360                 THRU 2200-READ-PHYS-EXIT
006370         WHEN LOC-MASTER-KEY < LOC-PHYS-KEY
006380             MOVE 'NOT COUNTED' TO LOC-DISCREPANCY-REASON
006390             PERFORM 2400-WRITE-DISCREPANCY
006400                 THRU 2400-WRITE-DISCREPANCY-EXIT
006410             PERFORM 2100-READ-MASTER
006420                 THRU 2100-READ-MASTER-EXIT
006430         WHEN OTHER
006440             MOVE 'NOT ON MASTER' TO LOC-DISCREPANCY-REASON
006450             PERFORM 2400-WRITE-DISCREPANCY
006460                 THRU 2400-WRITE-DISCREPANCY-EXIT
006470             PERFORM 2700-STAMP-COUNT-HISTORY
006480                 THRU 2700-STAMP-COUNT-HISTORY-EXIT
006490             PERFORM 2200-READ-PHYS
006500                 THRU 2200-READ-PHYS-EXIT
006510     END-EVALUATE.
006520 2300-COMPARE-KEYS-EXIT.
006530     EXIT.
006540 
006550*****************************************************************
006560*  2700-STAMP-COUNT-HISTORY - THE LOCATION WAS COUNTED, SO ITS  *
006570*                    LAST-COUNTED DATE ON THE LOCCNTH COUNT     *
006580*                    HISTORY FILE BECOMES THE RUN DATE.  FIRST  *
006590*                    COUNT EVER WRITES THE RECORD.  THE COUNT   *
006600*                    ALSO LIFTS ANY COUNT FREEZE ON THE FACE    *
006610*****************************************************************
006620 2700-STAMP-COUNT-HISTORY.
006630     MOVE SPACES TO LOC-CNTH-RECORD.
006640     MOVE LOC-PHYS-KEY-WHSE TO CNT-WHSE-ID.
006650     MOVE LOC-PHYS-KEY-CODE TO CNT-LOC-CODE.
006660     MOVE LOC-CURRENT-DATE TO CNT-LAST-COUNTED.
006670     WRITE LOC-CNTH-RECORD
006680         INVALID KEY
006690             IF LOC-CNTH-DUP-KEY
006700                 REWRITE LOC-CNTH-RECORD
006710             ELSE
006720                 DISPLAY 'LOC0913E LOCRECON - COUNT HISTORY '
006730                         'WRITE FAILED FOR ' PHYS-LOC-CODE
006740                         ', STATUS ' LOC-CNTH-STATUS
006750                         UPON CONSOLE
006760             END-IF
006770     END-WRITE.
006780     MOVE LOC-PHYS-KEY-WHSE TO FRZ-WHSE-ID.
006790     MOVE LOC-PHYS-KEY-CODE TO FRZ-LOC-CODE.
006800     DELETE LOC-FRZ-FILE RECORD
006810         INVALID KEY
006820             CONTINUE
006830         NOT INVALID KEY
006840             ADD 1 TO LOC-FREEZE-LIFTED-COUNT
006850     END-DELETE.
006860 2700-STAMP-COUNT-HISTORY-EXIT.
006870     EXIT.
006880 
006890*****************************************************************
006900*  2400-WRITE-DISCREPANCY - WRITE ONE DETAIL LINE ON THE         *
006910*                      RECONCILIATION REPORT                     *
006920*****************************************************************
006930 2400-WRITE-DISCREPANCY.
006940     IF LOC-LINE-COUNT >= LOC-LINES-PER-PAGE
006950         PERFORM 2500-WRITE-PAGE-HEADINGS
006960             THRU 2500-WRITE-PAGE-HEADINGS-EXIT
006970     END-IF.
006980     IF LOC-MASTER-KEY < LOC-PHYS-KEY
006990         MOVE LOC-MASTER-KEY (1:2) TO LOC-RECON-DET-WHSE
007000         MOVE LOC-MASTER-KEY (3:10) TO LOC-RECON-DET-CODE
007010     ELSE
007020         MOVE LOC-PHYS-KEY (1:2) TO LOC-RECON-DET-WHSE
007030         MOVE LOC-PHYS-KEY (3:10) TO LOC-RECON-DET-CODE
007040     END-IF.
007050     MOVE LOC-DISCREPANCY-REASON TO LOC-RECON-DET-REASON.
007060     WRITE LOC-RECON-RECORD FROM LOC-RECON-DETAIL-LINE
007070         AFTER ADVANCING 1 LINE.
007080     ADD 1 TO LOC-LINE-COUNT.
007090     ADD 1 TO LOC-DISCREPANCY-COUNT.
007100     IF LOC-CORRECT-MODE
007110         PERFORM 2600-WRITE-CORRECTION
007120             THRU 2600-WRITE-CORRECTION-EXIT
007130     END-IF.
007140 2400-WRITE-DISCREPANCY-EXIT.
007150     EXIT.
007160 
007170*****************************************************************
007180*  2600-WRITE-CORRECTION - TURN THE DISCREPANCY JUST REPORTED   *
007190*                      INTO THE LOCTRAN TRANSACTION THAT WOULD  *
007200*                      MAKE THE MASTER AGREE WITH THE COUNT.    *
007210*                      A CHANGE CARRIES ONLY THE COUNTED        *
007220*                      STATUS - LOCAPPLY KEEPS THE MASTER'S     *
007230*                      OTHER FIELDS WHEN A CHANGE FIELD IS      *
007240*                      LEFT BLANK                               *
007250*****************************************************************
007260 2600-WRITE-CORRECTION.
007270     MOVE SPACES TO LOC-TRAN-RECORD.
007280     EVALUATE LOC-DISCREPANCY-REASON
007290         WHEN 'NOT COUNTED'
007300             MOVE 'D' TO TRAN-ACTION
007310             MOVE LOC-MASTER-KEY (1:2) TO TRAN-WHSE-ID
007320             MOVE LOC-MASTER-KEY (3:10) TO TRAN-LOC-CODE
007330         WHEN 'NOT ON MASTER'
007340             MOVE 'A' TO TRAN-ACTION
007350             MOVE LOC-PHYS-KEY (1:2) TO TRAN-WHSE-ID
007360             MOVE LOC-PHYS-KEY (3:10) TO TRAN-LOC-CODE
007370             MOVE PHYS-LOC-STATUS TO TRAN-NEW-STATUS
007380         WHEN OTHER
007390             MOVE 'C' TO TRAN-ACTION
007400             MOVE LOC-MASTER-KEY (1:2) TO TRAN-WHSE-ID
007410             MOVE LOC-MASTER-KEY (3:10) TO TRAN-LOC-CODE
007420             MOVE PHYS-LOC-STATUS TO TRAN-NEW-STATUS
007430     END-EVALUATE.
007440     WRITE LOC-TRAN-RECORD.
007450     ADD 1 TO LOC-CORRECTION-COUNT.
007460 2600-WRITE-CORRECTION-EXIT.
007470     EXIT.
007480 
007490*****************************************************************
007500*  2500-WRITE-PAGE-HEADINGS                                      *
007510*****************************************************************
007520 2500-WRITE-PAGE-HEADINGS.
007530     ADD 1 TO LOC-PAGE-NUMBER.
007540     MOVE LOC-PAGE-NUMBER TO LOC-RECON-HDG-PAGE.
007550     MOVE LOC-REPORT-DATE TO LOC-RECON-HDG-DATE.
007560     IF LOC-PAGE-NUMBER = 1
007570         WRITE LOC-RECON-RECORD FROM LOC-RECON-HDG-1
007580             AFTER ADVANCING 1 LINE
007590     ELSE
007600         WRITE LOC-RECON-RECORD FROM LOC-RECON-HDG-1
007610             AFTER ADVANCING LOC-NEW-PAGE
007620     END-IF.
007630     WRITE LOC-RECON-RECORD FROM LOC-RECON-HDG-2
007640         AFTER ADVANCING 1 LINE.
007650     WRITE LOC-RECON-RECORD FROM LOC-RECON-HDG-3
007660         AFTER ADVANCING 2 LINES.
007670     MOVE 3 TO LOC-LINE-COUNT.
007680 2500-WRITE-PAGE-HEADINGS-EXIT.
007690     EXIT.
007700 
007710*****************************************************************
007720*  2800-CHECK-QUANTITY - THE FACE IS ON THE MASTER AND WAS      *
007730*                    COUNTED.  IF THE SCANNER CARRIED A COUNTED *
007740*                    QUANTITY, BRING THE WMSONH FEED UP TO THE  *
007750*                    SAME KEY AND COMPARE THE COUNT WITH THE    *
007760*                    ON-HAND THE WMS REPORTED                   *
007770*****************************************************************
007780 2800-CHECK-QUANTITY.
007790     IF PHYS-COUNT-QTY = SPACES
007800         ADD 1 TO LOC-NO-COUNT-QTY-COUNT
007810         GO TO 2800-CHECK-QUANTITY-EXIT
007820     END-IF.
007830     PERFORM 2850-READ-ONHAND
007840         THRU 2850-READ-ONHAND-EXIT
007850         UNTIL LOC-ONH-KEY NOT < LOC-MASTER-KEY.
007860     IF LOC-ONH-KEY NOT = LOC-MASTER-KEY
007870         ADD 1 TO LOC-NO-ONHAND-COUNT
007880         GO TO 2800-CHECK-QUANTITY-EXIT
007890     END-IF.
007900     IF PHYS-COUNT-QTY NOT NUMERIC
007910        OR ONH-QTY NOT NUMERIC
007920         ADD 1 TO LOC-BAD-QTY-COUNT
007930         GO TO 2800-CHECK-QUANTITY-EXIT
007940     END-IF.
007950     MOVE PHYS-COUNT-QTY TO LOC-COUNT-QTY-VALUE.
007960     MOVE ONH-QTY TO LOC-ONH-QTY-VALUE.
007970     COMPUTE LOC-VARIANCE =
007980         LOC-COUNT-QTY-VALUE - LOC-ONH-QTY-VALUE.
007990     ADD 1 TO LOC-QTY-COMPARED-COUNT.
008000     PERFORM 2900-ADD-VARIANCE-ENTRY
008010         THRU 2900-ADD-VARIANCE-ENTRY-EXIT.
008020 2800-CHECK-QUANTITY-EXIT.
008030     EXIT.
008040 
008050 2850-READ-ONHAND.
008060     IF LOC-ONH-EOF
008070         GO TO 2850-READ-ONHAND-EXIT
008080     END-IF.
008090     READ LOC-ONH-FILE
008100         AT END
008110             SET LOC-ONH-EOF TO TRUE
008120             MOVE HIGH-VALUES TO LOC-ONH-KEY
008130     END-READ.
008140     IF NOT LOC-ONH-EOF
008150         IF ONH-WHSE-ID = SPACES
008160             MOVE '01' TO LOC-ONH-KEY-WHSE
008170         ELSE
008180             MOVE ONH-WHSE-ID TO LOC-ONH-KEY-WHSE
008190         END-IF
008200         MOVE ONH-LOC-CODE TO LOC-ONH-KEY-CODE
008210     END-IF.
008220 2850-READ-ONHAND-EXIT.
008230     EXIT.
008240 
008250*****************************************************************
008260*  2900-ADD-VARIANCE-ENTRY - APPEND THE COMPARED FACE TO THE    *
008270*                    VARIANCE TABLE, ABENDING IF THE TABLE IS   *
008280*                    FULL.  A VARIANCE OVER THE TOLERANCE       *
008290*                    PERCENT OF CAPACITY - OR ANY VARIANCE ON A *
008300*                    FACE WITH NO CAPACITY - IS FLAGGED AND     *
008310*                    SENT TO THE WMS AS A COUNT ADJUSTMENT      *
008320*****************************************************************
008330 2900-ADD-VARIANCE-ENTRY.
008340     IF LOC-VT-COUNT >= LOC-MAX-VARIANCES
008350         DISPLAY 'LOC0999E LOCRECON - VARIANCE TABLE OVERFLOW, '
008360                 'LIMIT IS ' LOC-MAX-VARIANCES UPON CONSOLE
008370         MOVE 900 TO RETURN-CODE
008380         GO TO 8000-TERMINATE
008390     END-IF.
008400     ADD 1 TO LOC-VT-COUNT.
008410     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD
008420         TO VT-WHSE-ID (LOC-VT-COUNT).
008430     MOVE LOC-ZONE OF ITEM-MASTER-RECORD
008440         TO VT-ZONE (LOC-VT-COUNT).
008450     MOVE LOC-CODE OF ITEM-MASTER-RECORD
008460         TO VT-LOC-CODE (LOC-VT-COUNT).
008470     MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
008480         TO VT-ITEM-NUMBER (LOC-VT-COUNT).
008490     MOVE LOC-CAPACITY OF ITEM-MASTER-RECORD
008500         TO VT-CAPACITY (LOC-VT-COUNT).
008510     MOVE LOC-COUNT-QTY-VALUE TO VT-COUNT-QTY (LOC-VT-COUNT).
008520     MOVE LOC-ONH-QTY-VALUE TO VT-ONHAND (LOC-VT-COUNT).
008530     MOVE LOC-VARIANCE TO VT-VARIANCE (LOC-VT-COUNT).
008540     MOVE ZERO TO VT-VAR-PCT (LOC-VT-COUNT).
008550     MOVE 'N' TO VT-TOL-SWITCH (LOC-VT-COUNT).
008560     IF LOC-VARIANCE = ZERO
008570         GO TO 2900-ADD-VARIANCE-ENTRY-EXIT
008580     END-IF.
008590 
008600     ADD 1 TO LOC-VARIANCE-COUNT.
008610     IF LOC-VARIANCE > ZERO
008620         MOVE LOC-VARIANCE TO LOC-VARIANCE-UNITS
008630         ADD LOC-VARIANCE-UNITS TO LOC-UNITS-OVER
008640     ELSE
008650         COMPUTE LOC-VARIANCE-UNITS = ZERO - LOC-VARIANCE
008660         ADD LOC-VARIANCE-UNITS TO LOC-UNITS-SHORT
008670     END-IF.
008680     IF LOC-CAPACITY OF ITEM-MASTER-RECORD = ZERO
008690         SET VT-OUTSIDE-TOLERANCE (LOC-VT-COUNT) TO TRUE
008700     ELSE
008710         COMPUTE VT-VAR-PCT (LOC-VT-COUNT) ROUNDED =
008720             LOC-VARIANCE-UNITS * 100
008730             / LOC-CAPACITY OF ITEM-MASTER-RECORD
008740             ON SIZE ERROR
008750                 MOVE 999.9 TO VT-VAR-PCT (LOC-VT-COUNT)
008760         END-COMPUTE
008770         IF LOC-VARIANCE-UNITS * 100 >
008780                LOC-TOLERANCE-PCT
008790                * LOC-CAPACITY OF ITEM-MASTER-RECORD
008800             SET VT-OUTSIDE-TOLERANCE (LOC-VT-COUNT) TO TRUE
008810         END-IF
008820     END-IF.
008830     IF VT-OUTSIDE-TOLERANCE (LOC-VT-COUNT)
008840         PERFORM 2950-WRITE-ADJUSTMENT
008850             THRU 2950-WRITE-ADJUSTMENT-EXIT
008860     END-IF.
008870 2900-ADD-VARIANCE-ENTRY-EXIT.
008880     EXIT.
008890 
008900*****************************************************************
008910*  2950-WRITE-ADJUSTMENT - ONE DELIMITED COUNT ADJUSTMENT FOR   *
008920*                    THE WMS - WAREHOUSE , LOCATION CODE ,      *
008930*                    ITEM , COUNTED QUANTITY , SIGNED VARIANCE  *
008940*                    (COUNT LESS WMS ON-HAND)                   *
008950*****************************************************************
008960 2950-WRITE-ADJUSTMENT.
008970     MOVE LOC-VARIANCE TO LOC-CADJ-VARIANCE.
008980     MOVE SPACES TO LOC-CADJ-RECORD.
008990     STRING VT-WHSE-ID (LOC-VT-COUNT)     DELIMITED BY SIZE
009000            ','                           DELIMITED BY SIZE
009010            VT-LOC-CODE (LOC-VT-COUNT)    DELIMITED BY SPACE
009020            ','                           DELIMITED BY SIZE
009030            VT-ITEM-NUMBER (LOC-VT-COUNT) DELIMITED BY SPACE
009040            ','                           DELIMITED BY SIZE
009050            LOC-COUNT-QTY-VALUE           DELIMITED BY SIZE
009060            ','                           DELIMITED BY SIZE
009070            LOC-CADJ-VARIANCE             DELIMITED BY SIZE
009080         INTO LOC-CADJ-RECORD.
009090     WRITE LOC-CADJ-RECORD.
009100     ADD 1 TO LOC-ADJUSTMENT-COUNT.
009110 2950-WRITE-ADJUSTMENT-EXIT.
009120     EXIT.
009130 
009140*****************************************************************
009150*  3000-SORT-VARIANCE-TABLE - SORT THE VARIANCE TABLE INTO      *
009160*                    WAREHOUSE/ZONE/LOCATION SEQUENCE (THE SAME *
009170*                    STRAIGHT SELECTION SORT LOCREPL USES)      *
009180*****************************************************************
009190 3000-SORT-VARIANCE-TABLE.
009200     IF LOC-VT-COUNT < 2
009210         GO TO 3000-SORT-VARIANCE-TABLE-EXIT
009220     END-IF.
009230     PERFORM 3100-SORT-ONE-SLOT
009240         THRU 3100-SORT-ONE-SLOT-EXIT
009250         VARYING LOC-SORT-SUB-1 FROM 1 BY 1
009260         UNTIL LOC-SORT-SUB-1 >= LOC-VT-COUNT.
009270 3000-SORT-VARIANCE-TABLE-EXIT.
009280     EXIT.
009290 
009300 3100-SORT-ONE-SLOT.
009310     PERFORM 3200-COMPARE-AND-SWAP
009320         THRU 3200-COMPARE-AND-SWAP-EXIT
009330         VARYING LOC-SORT-SUB-2 FROM LOC-SORT-SUB-1 BY 1
009340         UNTIL LOC-SORT-SUB-2 > LOC-VT-COUNT.
009350 3100-SORT-ONE-SLOT-EXIT.
009360     EXIT.
009370 
009380 3200-COMPARE-AND-SWAP.
009390     IF LOC-SORT-SUB-2 > LOC-SORT-SUB-1
009400        AND VT-SORT-KEY (LOC-SORT-SUB-2)
009410                < VT-SORT-KEY (LOC-SORT-SUB-1)
009420         MOVE LOC-VT-ENTRY (LOC-SORT-SUB-1) TO LOC-SWAP-ENTRY
009430         MOVE LOC-VT-ENTRY (LOC-SORT-SUB-2)
009440             TO LOC-VT-ENTRY (LOC-SORT-SUB-1)
009450         MOVE LOC-SWAP-ENTRY TO LOC-VT-ENTRY (LOC-SORT-SUB-2)
009460     END-IF.
009470 3200-COMPARE-AND-SWAP-EXIT.
009480     EXIT.
009490 
009500*****************************************************************
009510*  5000-WRITE-VARIANCE-REPORT - ONE LINE PER FACE WHOSE COUNT   *
009520*                    DIFFERS FROM THE WMS ON-HAND, A TOTAL AT   *
009530*                    EACH CHANGE OF WAREHOUSE/ZONE, THEN THE    *
009540*                    RUN TOTALS                                 *
009550*****************************************************************
009560 5000-WRITE-VARIANCE-REPORT.
009570     PERFORM 5300-WRITE-VAR-HEADINGS
009580         THRU 5300-WRITE-VAR-HEADINGS-EXIT.
009590     IF LOC-VT-COUNT = 0
009600         MOVE SPACES TO LOC-VARR-RECORD
009610         STRING 'NO COUNTED QUANTITY WAS COMPARED WITH THE WMS'
009620             DELIMITED BY SIZE INTO LOC-VARR-RECORD
009630         WRITE LOC-VARR-RECORD
009640     ELSE
009650         MOVE VT-WHSE-ID (1) TO LOC-PREV-ZONE-KEY (1:2)
009660         MOVE VT-ZONE (1) TO LOC-PREV-ZONE-KEY (3:2)
009670         PERFORM 5100-WRITE-ONE-FACE
009680             THRU 5100-WRITE-ONE-FACE-EXIT
009690             VARYING LOC-PRINT-SUB FROM 1 BY 1
009700             UNTIL LOC-PRINT-SUB > LOC-VT-COUNT
009710         PERFORM 5200-WRITE-ZONE-TOTAL
009720             THRU 5200-WRITE-ZONE-TOTAL-EXIT
009730     END-IF.
009740     PERFORM 5500-WRITE-VAR-TOTALS
009750         THRU 5500-WRITE-VAR-TOTALS-EXIT.
009760 5000-WRITE-VARIANCE-REPORT-EXIT.
009770     EXIT.
009780 
009790 5100-WRITE-ONE-FACE.
009800     IF VT-WHSE-ID (LOC-PRINT-SUB) NOT = LOC-PREV-ZONE-KEY (1:2)
009810        OR VT-ZONE (LOC-PRINT-SUB) NOT = LOC-PREV-ZONE-KEY (3:2)
009820         PERFORM 5200-WRITE-ZONE-TOTAL
009830             THRU 5200-WRITE-ZONE-TOTAL-EXIT
009840         MOVE VT-WHSE-ID (LOC-PRINT-SUB)
009850             TO LOC-PREV-ZONE-KEY (1:2)
009860         MOVE VT-ZONE (LOC-PRINT-SUB)
009870             TO LOC-PREV-ZONE-KEY (3:2)
009880     END-IF.
009890     ADD 1 TO LOC-ZONE-COMPARED.
009900     IF VT-VARIANCE (LOC-PRINT-SUB) = ZERO
009910         GO TO 5100-WRITE-ONE-FACE-EXIT
009920     END-IF.
009930     ADD 1 TO LOC-ZONE-VARIANCES.
009940     IF LOC-VAR-LINE-COUNT >= LOC-LINES-PER-PAGE
009950         PERFORM 5300-WRITE-VAR-HEADINGS
009960             THRU 5300-WRITE-VAR-HEADINGS-EXIT
009970     END-IF.
009980     MOVE VT-WHSE-ID (LOC-PRINT-SUB) TO VAR-DTL-WHSE.
009990     MOVE VT-ZONE (LOC-PRINT-SUB) TO VAR-DTL-ZONE.
010000     MOVE VT-LOC-CODE (LOC-PRINT-SUB) TO VAR-DTL-CODE.
010010     MOVE VT-ITEM-NUMBER (LOC-PRINT-SUB) TO VAR-DTL-ITEM.
010020     MOVE VT-CAPACITY (LOC-PRINT-SUB) TO VAR-DTL-CAPACITY.
010030     MOVE VT-COUNT-QTY (LOC-PRINT-SUB) TO VAR-DTL-COUNTED.
010040     MOVE VT-ONHAND (LOC-PRINT-SUB) TO VAR-DTL-ONHAND.
010050     MOVE ZERO TO VAR-DTL-OVER.
010060     MOVE ZERO TO VAR-DTL-SHORT.
010070     IF VT-VARIANCE (LOC-PRINT-SUB) > ZERO
010080         MOVE VT-VARIANCE (LOC-PRINT-SUB) TO LOC-VARIANCE-UNITS
010090         MOVE LOC-VARIANCE-UNITS TO VAR-DTL-OVER
010100         ADD LOC-VARIANCE-UNITS TO LOC-ZONE-OVER
010110     ELSE
010120         COMPUTE LOC-VARIANCE-UNITS =
010130             ZERO - VT-VARIANCE (LOC-PRINT-SUB)
010140         MOVE LOC-VARIANCE-UNITS TO VAR-DTL-SHORT
010150         ADD LOC-VARIANCE-UNITS TO LOC-ZONE-SHORT
010160     END-IF.
010170     MOVE SPACES TO VAR-DTL-FLAG.
010180     IF VT-CAPACITY (LOC-PRINT-SUB) = ZERO
010190         MOVE '  N/A' TO VAR-DTL-PCT-X
010200         MOVE 'NO CAPACITY SET' TO VAR-DTL-FLAG
010210     ELSE
010220         MOVE VT-VAR-PCT (LOC-PRINT-SUB) TO VAR-DTL-PCT
010230     END-IF.
010240     IF VT-OUTSIDE-TOLERANCE (LOC-PRINT-SUB)
010250         ADD 1 TO LOC-ZONE-OUTSIDE
010260         IF VT-CAPACITY (LOC-PRINT-SUB) NOT = ZERO
010270             MOVE '** OUTSIDE TOLERANCE' TO VAR-DTL-FLAG
010280         END-IF
010290     END-IF.
010300     WRITE LOC-VARR-RECORD FROM LOC-VAR-DETAIL-LINE.
010310     ADD 1 TO LOC-VAR-LINE-COUNT.
010320 5100-WRITE-ONE-FACE-EXIT.
010330     EXIT.
010340 
010350 5200-WRITE-ZONE-TOTAL.
010360     MOVE LOC-PREV-ZONE-KEY (1:2) TO VAR-ZTL-WHSE.
010370     MOVE LOC-PREV-ZONE-KEY (3:2) TO VAR-ZTL-ZONE.
010380     MOVE LOC-ZONE-COMPARED TO VAR-ZTL-COMPARED.
010390     MOVE LOC-ZONE-VARIANCES TO VAR-ZTL-VARIANCES.
010400     MOVE LOC-ZONE-OVER TO VAR-ZTL-OVER.
010410     MOVE LOC-ZONE-SHORT TO VAR-ZTL-SHORT.
010420     MOVE LOC-ZONE-OUTSIDE TO VAR-ZTL-OUTSIDE.
010430     WRITE LOC-VARR-RECORD FROM LOC-VAR-ZONE-LINE.
010440     MOVE SPACES TO LOC-VARR-RECORD.
010450     WRITE LOC-VARR-RECORD.
010460     ADD 2 TO LOC-VAR-LINE-COUNT.
010470     MOVE ZERO TO LOC-ZONE-COMPARED
010480                  LOC-ZONE-VARIANCES
010490                  LOC-ZONE-OUTSIDE
010500                  LOC-ZONE-OVER
010510                  LOC-ZONE-SHORT.
010520 5200-WRITE-ZONE-TOTAL-EXIT.
010530     EXIT.
010540 
010550 5300-WRITE-VAR-HEADINGS.
010560     ADD 1 TO LOC-VAR-PAGE-NUMBER.
010570     MOVE LOC-VAR-PAGE-NUMBER TO VAR-HDG-1-PAGE.
010580     MOVE LOC-REPORT-DATE TO VAR-HDG-2-DATE.
010590     MOVE LOC-TOLERANCE-PCT TO VAR-HDG-2-TOL.
010600     IF LOC-VAR-PAGE-NUMBER = 1
010610         WRITE LOC-VARR-RECORD FROM LOC-VAR-HDG-1
010620             AFTER ADVANCING 1 LINE
010630     ELSE
010640         WRITE LOC-VARR-RECORD FROM LOC-VAR-HDG-1
010650             AFTER ADVANCING LOC-NEW-PAGE
010660     END-IF.
010670     WRITE LOC-VARR-RECORD FROM LOC-VAR-HDG-2
010680         AFTER ADVANCING 1 LINE.
010690     WRITE LOC-VARR-RECORD FROM LOC-VAR-HDG-3
010700         AFTER ADVANCING 2 LINES.
010710     MOVE 3 TO LOC-VAR-LINE-COUNT.
010720 5300-WRITE-VAR-HEADINGS-EXIT.
010730     EXIT.
010740 
010750 5500-WRITE-VAR-TOTALS.
010760     MOVE SPACES TO LOC-VARR-RECORD.
010770     WRITE LOC-VARR-RECORD.
010780     MOVE 'FACES COMPARED ........ ' TO VAR-TOT-LABEL.
010790     MOVE LOC-QTY-COMPARED-COUNT TO VAR-TOT-COUNT.
010800     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
010810     MOVE 'FACES WITH VARIANCE ... ' TO VAR-TOT-LABEL.
010820     MOVE LOC-VARIANCE-COUNT TO VAR-TOT-COUNT.
010830     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
010840     MOVE 'UNITS OVER ............ ' TO VAR-TOT-LABEL.
010850     MOVE LOC-UNITS-OVER TO VAR-TOT-COUNT.
010860     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
010870     MOVE 'UNITS SHORT ........... ' TO VAR-TOT-LABEL.
010880     MOVE LOC-UNITS-SHORT TO VAR-TOT-COUNT.
010890     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
010900     MOVE 'ADJUSTMENTS TO WMS .... ' TO VAR-TOT-LABEL.
010910     MOVE LOC-ADJUSTMENT-COUNT TO VAR-TOT-COUNT.
010920     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
010930     MOVE 'NO COUNTED QUANTITY ... ' TO VAR-TOT-LABEL.
010940     MOVE LOC-NO-COUNT-QTY-COUNT TO VAR-TOT-COUNT.
010950     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
010960     MOVE 'NO WMS ON-HAND ........ ' TO VAR-TOT-LABEL.
010970     MOVE LOC-NO-ONHAND-COUNT TO VAR-TOT-COUNT.
010980     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
010990     MOVE 'BAD QUANTITY .......... ' TO VAR-TOT-LABEL.
011000     MOVE LOC-BAD-QTY-COUNT TO VAR-TOT-COUNT.
011010     WRITE LOC-VARR-RECORD FROM LOC-VAR-TOTAL-LINE.
011020 5500-WRITE-VAR-TOTALS-EXIT.
011030     EXIT.
011040 
011050*****************************************************************
011060*  8000-TERMINATE - CLOSE THE FILES AND WRITE THE REPORT TOTAL   *
011070*****************************************************************
011080 8000-TERMINATE.
011090     IF LOC-RECON-OK
011100         MOVE LOC-DISCREPANCY-COUNT TO LOC-RECON-TOT-COUNT
011110         WRITE LOC-RECON-RECORD FROM LOC-RECON-TOTAL-LINE
011120             AFTER ADVANCING 2 LINES
011130     END-IF.
011140     CLOSE ITEM-MASTER
011150           LOC-PHYS-FILE
011160           LOC-RECON-FILE
011170           LOC-CNTH-FILE
011180           LOC-FRZ-FILE
011190           LOC-ONH-FILE
011200           LOC-VAR-REPORT
011210           LOC-CADJ-FILE.
011220     IF LOC-CORRECT-MODE
011230         CLOSE LOC-CORR-FILE
011240     END-IF.
011250     IF RETURN-CODE = ZERO
011260         IF LOC-CORRECT-MODE
011270             DISPLAY 'LOC0013I LOCRECON - NORMAL COMPLETION, '
011280                     LOC-DISCREPANCY-COUNT ' DISCREPANCIES, '
011290                     LOC-CORRECTION-COUNT ' CORRECTIONS WRITTEN'
011300                     UPON CONSOLE
011310         ELSE
011320             DISPLAY 'LOC0013I LOCRECON - NORMAL COMPLETION, '
011330                     LOC-DISCREPANCY-COUNT ' DISCREPANCIES FOUND'
011340                     UPON CONSOLE
011350         END-IF
011360         DISPLAY 'LOC0015I LOCRECON - ' LOC-VARIANCE-COUNT
011370                 ' QUANTITY VARIANCES, ' LOC-ADJUSTMENT-COUNT
011380                 ' WMS ADJUSTMENTS WRITTEN' UPON CONSOLE
011390         DISPLAY 'LOC0016I LOCRECON - ' LOC-FREEZE-LIFTED-COUNT
011400                 ' COUNT FREEZES LIFTED' UPON CONSOLE
011410     ELSE
011420         DISPLAY 'LOC0014E LOCRECON - ABENDING, RETURN CODE '
011430                 RETURN-CODE UPON CONSOLE
011440     END-IF.
011450 8000-TERMINATE-EXIT.
011460     EXIT.
011470     STOP RUN.
