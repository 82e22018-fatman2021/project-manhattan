000230*  REJECTS ARE LISTED ON THE LOCAPPLR REGISTER TOGETHER WITH    *
000240*  THE APPLIED-COUNTS SUMMARY.                                  *
000250*                                                                *
000260*  A RENAME MOVES A LOCATION TO TRAN-NEW-LOC-CODE IN THE SAME   *
000270*  WAREHOUSE IN ONE STEP AND TAKES ITS COUNT HISTORY (LOCCNTH), *
000280*  EXCEPTION HISTORY (LOCEXHST), PENDING SUSPENSE ENTRIES       *
000290*  (LOCSUSP), FUTURE-DATED TRANSACTIONS STILL PARKED ON         *
000300*  LOCPEND AND ANY OPEN REPLENISHMENT TASK (LOCOTSK) WITH IT,   *
000310*  SO THE FACE DOES NOT SHOW AS NEVER COUNTED UNDER ITS NEW     *
000320*  CODE OR GET A SECOND TASK.  THE REGISTER LISTS EVERY RENAME  *
000330*  APPLIED, OLD CODE TO NEW CODE.                               *
000340*                                                                *
000350*  A CHANGE, DELETE OR RENAME OF A FACE FROZEN FOR A CYCLE      *
000360*  COUNT (ON THE LOCFRZN FILE LOCCYCLE BUILDS FROM THE COUNT    *
000370*  LIST) IS NOT APPLIED BUT HELD IN SUSPENSE WITH THE REASON    *
000380*  'FROZEN FOR COUNT', FOR RELEASE THROUGH LOCSUSRV ONCE        *
000390*  LOCRECON HAS RECONCILED THE COUNT AND LIFTED THE FREEZE.     *
000400*  HELD TRANSACTIONS ARE LISTED ON THE REGISTER AND COUNTED     *
000410*  APART FROM THE REJECTS - THEY DO NOT RAISE THE RETURN CODE.  *
000420*                                                                *
000430*  A TRANSACTION CARRYING A TRAN-EFFECTIVE-DATE LATER THAN THE  *
000440*  RUN DATE IS NOT APPLIED BUT PARKED ON THE KEYED LOCPEND      *
000450*  PENDING FILE.  EVERY RUN FIRST RELEASES WHAT HAS COME DUE    *
000460*  (EFFECTIVE DATE ON OR BEFORE THE RUN DATE) AND SENDS IT      *
000470*  THROUGH THE SAME EDITS AS THE FEED, SO A RELEASED            *
000480*  TRANSACTION THAT NO LONGER FITS THE FILE REJECTS TO          *
000490*  SUSPENSE LIKE ANY OTHER.  PARKED AND RELEASED TRANSACTIONS   *
000500*  ARE COUNTED ON THE REGISTER; PARKING DOES NOT RAISE THE      *
000510*  RETURN CODE.                                                 *
000520*                                                                *
000530*  AN ITEM THE HOST HAS DISCONTINUED (ITM-STATUS 'D' ON         *
000540*  ITEMREF, SET BY LOCITMFD) CANNOT BE NEWLY ASSIGNED TO A      *
000550*  FACE - AN ADD CARRYING IT, OR A CHANGE OR RENAME THAT WOULD  *
000560*  PUT IT ON A FACE NOT ALREADY HOLDING IT, REJECTS TO          *
000570*  SUSPENSE AS 'ITEM IS DISCONTINUED'.  A FACE ALREADY HOLDING  *
000580*  THE ITEM CAN STILL BE CHANGED OR RENAMED.                    *
000590*                                                                *
000600*  RETURN CODES -                                               *
000610*      0  EVERY TRANSACTION APPLIED                             *
000620*      4  SOME TRANSACTIONS REJECTED, THE REST WERE APPLIED     *
000630*      8  NOTHING COULD BE APPLIED (EVERY TRANSACTION REJECTED) *
000640*     16  A FILE COULD NOT BE OPENED                            *
000650*  THE NIGHTLY JOB RUNS THE REST OF THE CHAIN ONLY WHEN THE     *
000660*  RETURN CODE IS 4 OR LESS.                                    *
000670*                                                                *
000680*  MOD HISTORY                                                  *
000690*  ---------- --- --------------------------------------------- *
000700*  2026-08-22 RSM  ORIGINAL                                      *
000710*  2026-08-22 RSM  EXPANDED LOCATION RECORD - ADDS AND CHANGES   *
000720*                  NOW CARRY ZONE/AISLE/BAY, ASSIGNED ITEM,      *
000730*                  CAPACITY AND REPLENISHMENT MIN/MAX; THE       *
000740*                  QUANTITY FIELDS ARE EDITED FOR NUMERIC        *
000750*                  (BLANK IS TAKEN AS ZERO)                      *
000760*  2026-08-22 RSM  A CHANGE NOW KEEPS THE MASTER'S CURRENT       *
000770*                  VALUE FOR EVERY FIELD THE TRANSACTION         *
000780*                  LEAVES BLANK, SO A STATUS-ONLY CHANGE (E.G.   *
000790*                  A LOCRECON COUNT CORRECTION) CANNOT WIPE      *
000800*                  THE ZONE OR THE ITEM ASSIGNMENT.  A FIELD     *
000810*                  CAN NO LONGER BE BLANKED THROUGH THE FEED -   *
000820*                  USE LOCMAINT FOR THAT.                        *
000830*  2026-08-22 RSM  LOC-STAT-DATE IS STAMPED ON EVERY ADD AND     *
000840*                  ON EVERY CHANGE THAT FLIPS THE STATUS BYTE,   *
000850*                  IN STEP WITH LOCMAINT (LOCPURGE AGES          *
000860*                  INACTIVE LOCATIONS BY IT)                     *
000870*  2026-09-03 RSM  AN ASSIGNED ITEM NUMBER CARRIED ON AN ADD OR  *
000880*                  A CHANGE MUST NOW BE ON THE ITEMREF ITEM      *
000890*                  REFERENCE FILE (SEE ITMMAINT) - AN UNKNOWN    *
000900*                  NUMBER REJECTS THE TRANSACTION ONTO THE       *
000910*                  LOCAPPLR REGISTER LIKE ANY OTHER EDIT         *
000920*                  FAILURE                                       *
000930*  2026-09-03 RSM  ITEM-MASTER SELECT NOW DECLARES THE          *
000940*                  ALTERNATE ITEM-NUMBER KEY (BUILT BY THE      *
000950*                  LOCCONV CONVERSION)                          *
000960*  2026-09-03 RSM  CHECKPOINT/RESTART ADDED, THE WAY HELLO HAS   *
000970*                  IT - THE POSITION IN THE FEED IS              *
000980*                  CHECKPOINTED TO LOCCKPT (KEY CTL2) AS THE     *
000990*                  TRANSACTIONS APPLY, PARM='RESTART' RESUMES    *
001000*                  AT THE FIRST UNAPPLIED TRANSACTION, AND A     *
001010*                  BARE RERUN AGAINST A PARTIALLY-APPLIED FEED   *
001020*                  (A CTL2 CHECKPOINT STILL ON FILE) IS          *
001030*                  REFUSED WITH RC 8 SO THE OPERATOR CANNOT      *
001040*                  DOUBLE-APPLY BY ACCIDENT.  THE CHECKPOINT     *
001050*                  IS TAKEN AFTER EVERY TRANSACTION (APPLIES     *
001060*                  ARE NOT IDEMPOTENT - A COARSER INTERVAL       *
001070*                  WOULD RE-REJECT THE RE-APPLIED WINDOW AS      *
001080*                  DUPLICATES ON A RESTART) AND IS CLEARED       *
001090*                  ONCE THE FEED HAS BEEN READ TO END            *
001100*  2026-09-03 RSM  EVERY REJECT IS NOW ALSO WRITTEN TO THE       *
001110*                  KEYED LOCSUSP SUSPENSE FILE WITH THE REJECT   *
001120*                  REASON AND THE DATE, SO THE SUPERVISOR CAN    *
001130*                  CORRECT AND RELEASE IT THROUGH LOCSUSRV       *
001140*                  INSTEAD OF REKEYING THE WHOLE TRANSACTION     *
001150*                  INTO LOCMAINT FROM THE PRINTED REGISTER       *
001160*  2026-09-03 RSM  MULTI-WAREHOUSE - TRANSACTIONS NOW CARRY      *
001170*                  TRAN-WHSE-ID AND APPLY AGAINST THE            *
001180*                  WAREHOUSE + CODE KEY.  ONE RUN STILL          *
001190*                  APPLIES THE WHOLE FEED, ALL WAREHOUSES.  A    *
001200*                  BLANK WAREHOUSE IS TAKEN AS 01 WHILE THE      *
001210*                  HOST CUTS OVER; THE REGISTER SHOWS THE        *
001220*                  WAREHOUSE ON EVERY REJECT LINE                *
001230*  2026-10-15 RSM  EVERY ADD, CHANGE AND DELETE APPLIED IS NOW  *
001240*                  WRITTEN WITH ITS BEFORE/AFTER IMAGES TO THE  *
001250*                  KEYED LOCRJNL RECOVERY JOURNAL (LOCRCVR      *
001260*                  ROLLS A RESTORED SNAPSHOT FORWARD FROM IT).  *
001270*                  A DELETE NOW READS THE RECORD FIRST SO THE   *
001280*                  BEFORE IMAGE CAN BE JOURNALED                *
001290*  2026-10-15 RSM  NEW RENAME ACTION 'R' - MOVES A LOCATION TO  *
001300*                  TRAN-NEW-LOC-CODE (ANY OTHER NON-BLANK FIELD *
001310*                  APPLIES AS ON A CHANGE), CARRIES ITS LOCCNTH *
001320*                  AND LOCEXHST HISTORY AND PENDING LOCSUSP     *
001330*                  ENTRIES TO THE NEW CODE, JOURNALS ONE RENAME *
001340*                  TO LOCRJNL AND LISTS IT ON THE REGISTER      *
001350*  2026-10-15 RSM  COUNT FREEZE - A CHANGE, DELETE OR RENAME OF *
001360*                  A FACE ON THE LOCFRZN FREEZE FILE IS HELD    *
001370*                  IN LOCSUSP AS 'FROZEN FOR COUNT' AND COUNTED *
001380*                  AS HELD, NOT REJECTED                        *
001390*  2026-10-15 RSM  EFFECTIVE-DATED TRANSACTIONS - A FUTURE      *
001400*                  TRAN-EFFECTIVE-DATE IS PARKED ON LOCPEND     *
001410*                  (A BAD DATE REJECTS); EACH RUN FIRST         *
001420*                  RELEASES WHAT HAS COME DUE THROUGH THE       *
001430*                  NORMAL EDITS.  VALIDATE/APPLY/REJECT MOVED   *
001440*                  FROM 2200 TO 2250 SO BOTH PATHS SHARE IT     *
001450*  2026-10-15 RSM  DISCONTINUED ITEMS - AN ADD, CHANGE OR       *
001460*                  RENAME THAT WOULD NEWLY ASSIGN AN ITEM       *
001470*                  DISCONTINUED ON ITEMREF REJECTS AS 'ITEM IS  *
001480*                  DISCONTINUED'                                *
001490*  2026-10-15 RSM  A RENAME NOW ALSO CARRIES THE OLD CODE'S     *
001500*                  PARKED LOCPEND TRANSACTIONS TO THE NEW CODE  *
001510*                  (COUNTED ON THE REGISTER'S RENAME LINE); A   *
001520*                  RELEASED ENTRY IS NOW DELETED BY ITS SAVED   *
001530*                  KEY AND THE RELEASE PASS REPOSITIONED AFTER  *
001540*                  IT                                           *
001550*  2026-10-15 RSM  A RENAME NOW ALSO CARRIES AN OPEN LOCOTSK    *
001560*                  REPLENISHMENT TASK TO THE NEW CODE, SO       *
001570*                  LOCREPL DOES NOT CUT A SECOND ONE.  AN       *
001580*                  EFFECTIVE DATE THAT IS NOT A REAL CALENDAR   *
001590*                  DATE (20261131) NOW REJECTS                  *
001600*****************************************************************
001610*                                                                *
001620*  RUN MODE (PASSED AS THE EXEC STATEMENT PARM= AND RECEIVED     *
001630*  VIA THE LINKAGE SECTION, THE WAY A JCL-INVOKED MAIN PROGRAM   *
001640*  GETS ITS PARM TEXT ON THIS PLATFORM) -                        *
001650*      START    - NORMAL RUN, BEGIN AT THE FIRST TRANSACTION    *
001660*                 (REFUSED WHEN A CTL2 CHECKPOINT IS STILL ON   *
001670*                 FILE FROM AN ABENDED RUN)                     *
001680*      RESTART  - SKIP THE TRANSACTIONS ALREADY APPLIED BEFORE  *
001690*                 THE LAST CTL2 CHECKPOINT AND RESUME THERE     *
001700*      (DEFAULTS TO START WHEN NO PARM IS SUPPLIED)             *
001710*****************************************************************
001720 ENVIRONMENT DIVISION.
001730 CONFIGURATION SECTION.
001740 SOURCE-COMPUTER.  IBM-370.
001750 OBJECT-COMPUTER.  IBM-370.
001760 INPUT-OUTPUT SECTION.
001770 FILE-CONTROL.
001780     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
001790            ORGANIZATION IS INDEXED
001800            ACCESS MODE IS DYNAMIC
001810            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
001820            ALTERNATE RECORD KEY IS
001830                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
001840                WITH DUPLICATES
001850            FILE STATUS IS LOC-ITEMMAST-STATUS.
001860 
001870     SELECT LOC-TRAN-FILE    ASSIGN TO HOSTFEED
001880            ORGANIZATION IS LINE SEQUENTIAL
001890            FILE STATUS IS LOC-TRAN-STATUS.
001900 
001910     SELECT LOC-APPLY-REPORT ASSIGN TO LOCAPPLR
001920            ORGANIZATION IS LINE SEQUENTIAL
001930            FILE STATUS IS LOC-APPLY-STATUS.
001940 
001950     SELECT LOC-ITEM-FILE    ASSIGN TO ITEMREF
001960            ORGANIZATION IS INDEXED
001970            ACCESS MODE IS DYNAMIC
001980            RECORD KEY IS ITM-ITEM-NUMBER
001990            FILE STATUS IS LOC-ITEMREF-STATUS.
002000 
002010     SELECT LOC-CKPT-FILE    ASSIGN TO LOCCKPT
002020            ORGANIZATION IS INDEXED
002030            ACCESS MODE IS DYNAMIC
002040            RECORD KEY IS CKPT-KEY
002050            FILE STATUS IS LOC-CKPT-STATUS.
002060 
002070     SELECT LOC-SUSP-FILE    ASSIGN TO LOCSUSP
002080            ORGANIZATION IS INDEXED
002090            ACCESS MODE IS DYNAMIC
002100            RECORD KEY IS SUS-KEY
002110            FILE STATUS IS LOC-SUSP-STATUS.
002120 
002130     SELECT LOC-RJNL-FILE    ASSIGN TO LOCRJNL
002140            ORGANIZATION IS INDEXED
002150            ACCESS MODE IS DYNAMIC
002160            RECORD KEY IS RJN-KEY
002170            FILE STATUS IS LOC-RJNL-STATUS.
002180 
002190     SELECT LOC-CNTH-FILE    ASSIGN TO LOCCNTH
002200            ORGANIZATION IS INDEXED
002210            ACCESS MODE IS DYNAMIC
002220            RECORD KEY IS CNT-KEY
002230            FILE STATUS IS LOC-CNTH-STATUS.
002240 
002250     SELECT LOC-EXH-FILE     ASSIGN TO LOCEXHST
002260            ORGANIZATION IS INDEXED
002270            ACCESS MODE IS DYNAMIC
002280            RECORD KEY IS EXH-KEY
002290            FILE STATUS IS LOC-EXH-STATUS.
002300 
002310     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
002320            ORGANIZATION IS INDEXED
002330            ACCESS MODE IS DYNAMIC
002340            RECORD KEY IS FRZ-KEY
002350            FILE STATUS IS LOC-FRZ-STATUS.
002360 
002370     SELECT LOC-PEND-FILE    ASSIGN TO LOCPEND
002380            ORGANIZATION IS INDEXED
002390            ACCESS MODE IS DYNAMIC
002400            RECORD KEY IS PND-KEY
002410            ALTERNATE RECORD KEY IS PND-SCHED-KEY
002420                WITH DUPLICATES
002430            FILE STATUS IS LOC-PEND-STATUS.
002440 
002450     SELECT LOC-OTSK-FILE    ASSIGN TO LOCOTSK
002460            ORGANIZATION IS INDEXED
002470            ACCESS MODE IS DYNAMIC
002480            RECORD KEY IS OTK-KEY
002490            FILE STATUS IS LOC-OTSK-STATUS.
002500 DATA DIVISION.
002510 FILE SECTION.
002520 FD  ITEM-MASTER
002530     LABEL RECORDS ARE STANDARD
002540     RECORD CONTAINS 52 CHARACTERS.
002550     COPY LOCREC
002560         REPLACING ==:LOC-LVL:==    BY ==01==
002570                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
002580                   ==:LOC-SUBLVL:== BY ==05==
002590                   ==:LOC-OCCURS:== BY ==      ==.
002600 
002610 FD  LOC-TRAN-FILE
002620     LABEL RECORDS ARE STANDARD
002630     RECORD CONTAINS 80 CHARACTERS.
002640     COPY LOCTRAN.
002650 
002660 FD  LOC-APPLY-REPORT
002670     LABEL RECORDS ARE STANDARD
002680     RECORD CONTAINS 132 CHARACTERS.
002690 01  LOC-APPLY-RECORD                PIC X(132).
002700 
002710 FD  LOC-ITEM-FILE
002720     LABEL RECORDS ARE STANDARD
002730     RECORD CONTAINS 50 CHARACTERS.
002740     COPY LOCITM.
002750 
002760 FD  LOC-CKPT-FILE
002770     LABEL RECORDS ARE STANDARD
002780     RECORD CONTAINS 44 CHARACTERS.
002790     COPY LOCCKP.
002800 
002810 FD  LOC-SUSP-FILE
002820     LABEL RECORDS ARE STANDARD
002830     RECORD CONTAINS 130 CHARACTERS.
002840     COPY LOCSUS.
002850 
002860 FD  LOC-RJNL-FILE
002870     LABEL RECORDS ARE STANDARD
002880     RECORD CONTAINS 140 CHARACTERS.
002890     COPY LOCRJN.
002900 
002910 FD  LOC-CNTH-FILE
002920     LABEL RECORDS ARE STANDARD
002930     RECORD CONTAINS 22 CHARACTERS.
002940     COPY LOCCNT.
002950 
002960 FD  LOC-EXH-FILE
002970     LABEL RECORDS ARE STANDARD
002980     RECORD CONTAINS 62 CHARACTERS.
002990     COPY LOCEXH.
003000 
003010 FD  LOC-FRZ-FILE
003020     LABEL RECORDS ARE STANDARD
003030     RECORD CONTAINS 50 CHARACTERS.
003040     COPY LOCFRZ.
003050 
003060 FD  LOC-PEND-FILE
003070     LABEL RECORDS ARE STANDARD
003080     RECORD CONTAINS 130 CHARACTERS.
003090     COPY LOCPND.
003100 
003110 FD  LOC-OTSK-FILE
003120     LABEL RECORDS ARE STANDARD
003130     RECORD CONTAINS 50 CHARACTERS.
003140     COPY LOCOTK.
003150 
003160 WORKING-STORAGE SECTION.
003170 01  LOC-ITEMMAST-STATUS             PIC X(02).
003180     88  LOC-ITEMMAST-OK                 VALUE '00'.
003190     88  LOC-ITEMMAST-DUP-KEY            VALUE '22'.
003200     88  LOC-ITEMMAST-NOTFOUND           VALUE '23'.
003210 01  LOC-TRAN-STATUS                 PIC X(02).
003220     88  LOC-TRAN-OK                     VALUE '00'.
003230 01  LOC-APPLY-STATUS                PIC X(02).
003240     88  LOC-APPLY-OK                    VALUE '00'.
003250 01  LOC-ITEMREF-STATUS              PIC X(02).
003260     88  LOC-ITEMREF-OK                  VALUE '00'.
003270 01  LOC-CKPT-STATUS                 PIC X(02).
003280     88  LOC-CKPT-OK                     VALUE '00'.
003290 01  LOC-SUSP-STATUS                 PIC X(02).
003300     88  LOC-SUSP-OK                     VALUE '00'.
003310     88  LOC-SUSP-DUP-KEY                VALUE '22'.
003320 01  LOC-RJNL-STATUS                 PIC X(02).
003330     88  LOC-RJNL-OK                     VALUE '00'.
003340     88  LOC-RJNL-DUP-KEY                VALUE '22'.
003350 01  LOC-CNTH-STATUS                 PIC X(02).
003360     88  LOC-CNTH-OK                     VALUE '00'.
003370 01  LOC-EXH-STATUS                  PIC X(02).
003380     88  LOC-EXH-OK                      VALUE '00'.
003390 01  LOC-FRZ-STATUS                  PIC X(02).
003400     88  LOC-FRZ-OK                      VALUE '00'.
003410 01  LOC-PEND-STATUS                 PIC X(02).
003420     88  LOC-PEND-OK                     VALUE '00'.
003430     88  LOC-PEND-DUP-KEY                VALUE '22'.
003440 01  LOC-OTSK-STATUS                 PIC X(02).
003450     88  LOC-OTSK-OK                     VALUE '00'.
003460 
003470 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
003480     88  LOC-AT-EOF                      VALUE 'Y'.
003490 01  LOC-RESTART-SWITCH              PIC X(01)  VALUE 'N'.
003500     88  LOC-IS-RESTART                  VALUE 'Y'.
003510 01  LOC-FRZ-FILE-SWITCH             PIC X(01)  VALUE 'Y'.
003520     88  LOC-FRZ-PRESENT                 VALUE 'Y'.
003530 01  LOC-PEND-EOF-SWITCH             PIC X(01)  VALUE 'N'.
003540     88  LOC-PEND-EOF                    VALUE 'Y'.
003550 
003560*****************************************************************
003570*  RESTART / CHECKPOINT CONTROLS - THE CTL2 RECORD CARRIES THE  *
003580*  COUNT OF TRANSACTIONS ALREADY PROCESSED, SO A RESTART SKIPS  *
003590*  EXACTLY THAT MANY FEED RECORDS BEFORE RESUMING.  THE         *
003600*  CHECKPOINT IS TAKEN AFTER EVERY TRANSACTION - APPLIES ARE    *
003610*  NOT IDEMPOTENT, SO A WIDER INTERVAL WOULD MAKE A RESTART     *
003620*  RE-APPLY UP TO THE INTERVAL'S WORTH OF TRANSACTIONS, EACH    *
003630*  RE-REJECTING AS A DUPLICATE ONTO THE REGISTER AND THE        *
003640*  SUSPENSE FILE                                                *
003650*****************************************************************
003660 01  LOC-RESTART-PARM                PIC X(08)  VALUE SPACES.
003670 01  LOC-CKPT-INTERVAL               PIC 9(04) COMP  VALUE 1.
003680 01  LOC-RECS-SINCE-CKPT             PIC 9(04) COMP  VALUE ZERO.
003690 01  LOC-SKIP-COUNT                  PIC 9(06)       VALUE ZERO.
003700 
003710*****************************************************************
003720*  TRANSACTION COUNTERS                                         *
003730*****************************************************************
003740 01  LOC-TRAN-COUNT                  PIC 9(06)  VALUE ZERO.
003750 01  LOC-ADD-COUNT                   PIC 9(06)  VALUE ZERO.
003760 01  LOC-CHANGE-COUNT                PIC 9(06)  VALUE ZERO.
003770 01  LOC-DELETE-COUNT                PIC 9(06)  VALUE ZERO.
003780 01  LOC-RENAME-COUNT                PIC 9(06)  VALUE ZERO.
003790 01  LOC-APPLIED-COUNT               PIC 9(06)  VALUE ZERO.
003800 01  LOC-REJECT-COUNT                PIC 9(06)  VALUE ZERO.
003810 01  LOC-HELD-COUNT                  PIC 9(06)  VALUE ZERO.
003820 01  LOC-RELEASED-COUNT              PIC 9(06)  VALUE ZERO.
003830 01  LOC-PARKED-COUNT                PIC 9(06)  VALUE ZERO.
003840 
003850*****************************************************************
003860*  EDIT SWITCHES - SAME EDIT HELLO APPLIES (SEE HELLO.CBL       *
003870*  2300-VALIDATE-ENTRY), EXTENDED WITH THE TRANSACTION-LEVEL    *
003880*  CHECKS (ACTION CODE, KEY ALREADY/NOT ON FILE)                *
003890*****************************************************************
003900 01  LOC-EDIT-SWITCH                 PIC X(01)  VALUE 'Y'.
003910     88  LOC-TRAN-VALID                  VALUE 'Y'.
003920     88  LOC-TRAN-INVALID                VALUE 'N'.
003930 01  LOC-HOLD-SWITCH                 PIC X(01)  VALUE 'N'.
003940     88  LOC-TRAN-HELD                   VALUE 'Y'.
003950 01  LOC-PARK-SWITCH                 PIC X(01)  VALUE 'N'.
003960     88  LOC-TRAN-PARKED                 VALUE 'Y'.
003970 01  LOC-DISC-SWITCH                 PIC X(01)  VALUE 'N'.
003980     88  LOC-ITEM-IS-DISC                VALUE 'Y'.
003990 01  LOC-EDIT-REASON                 PIC X(30)  VALUE SPACES.
004000 01  LOC-EDIT-SUB                    PIC 9(02) COMP.
004010 01  LOC-TRAN-WHSE                   PIC X(02)  VALUE '01'.
004020 
004030 01  LOC-CURRENT-DATE.
004040     05  LOC-CUR-YYYY                PIC 9(04).
004050     05  LOC-CUR-MM                  PIC 9(02).
004060     05  LOC-CUR-DD                  PIC 9(02).
004070 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
004080 01  LOC-SUSP-TIME                   PIC X(08)  VALUE SPACES.
004090 01  LOC-SUSP-DONE-SWITCH            PIC X(01)  VALUE 'N'.
004100     88  LOC-SUSP-DONE                   VALUE 'Y'.
004110 01  LOC-PEND-TIME                   PIC X(08)  VALUE SPACES.
004120 01  LOC-PEND-DONE-SWITCH            PIC X(01)  VALUE 'N'.
004130     88  LOC-PEND-DONE                   VALUE 'Y'.
004140 01  LOC-EFF-DATE-N                  PIC 9(08)  VALUE ZERO.
004150 01  LOC-EFF-DAY-NUMBER              PIC 9(08)  COMP VALUE ZERO.
004160 
004170*****************************************************************
004180*  RECOVERY JOURNAL WORK FIELDS - THE APPLY PARAGRAPHS SET THE  *
004190*  ACTION AND THE BEFORE/AFTER IMAGES, 6200 STAMPS AND WRITES   *
004200*****************************************************************
004210 01  LOC-RJNL-ACTION                 PIC X(01)  VALUE SPACES.
004220 01  LOC-BEFORE-IMAGE                PIC X(52)  VALUE SPACES.
004230 01  LOC-AFTER-IMAGE                 PIC X(52)  VALUE SPACES.
004240 01  LOC-RJNL-DATE                   PIC X(08)  VALUE SPACES.
004250 01  LOC-RJNL-TIME                   PIC X(08)  VALUE SPACES.
004260 01  LOC-RJNL-DONE-SWITCH            PIC X(01)  VALUE 'N'.
004270     88  LOC-RJNL-DONE                   VALUE 'Y'.
004280 
004290*****************************************************************
004300*  RENAME WORK FIELDS - THE OLD AND NEW WAREHOUSE + CODE KEYS   *
004310*  AND THE HISTORY RECORDS BEING CARRIED ACROSS                 *
004320*****************************************************************
004330 01  LOC-OLD-KEY.
004340     05  LOC-OLD-WHSE                PIC X(02).
004350     05  LOC-OLD-CODE                PIC X(10).
004360 01  LOC-NEW-KEY.
004370     05  LOC-NEW-WHSE                PIC X(02).
004380     05  LOC-NEW-CODE                PIC X(10).
004390 01  LOC-CNTH-SAVE                   PIC X(22)  VALUE SPACES.
004400 01  LOC-EXH-SAVE                    PIC X(62)  VALUE SPACES.
004410 01  LOC-SUSP-WHSE                   PIC X(02)  VALUE SPACES.
004420 01  LOC-SUSP-MOVED                  PIC 9(04)  VALUE ZERO.
004430 01  LOC-PEND-MOVED                  PIC 9(04)  VALUE ZERO.
004440 01  LOC-OTSK-MOVED                  PIC X(01)  VALUE 'N'.
004450 01  LOC-PEND-RELEASE-KEY            PIC X(26)  VALUE SPACES.
004460 01  LOC-OTSK-SAVE                   PIC X(50)  VALUE SPACES.
004470 01  LOC-SUSP-EOF-SWITCH             PIC X(01)  VALUE 'N'.
004480     88  LOC-SUSP-EOF                    VALUE 'Y'.
004490 
004500*****************************************************************
004510*  REGISTER LAYOUT                                              *
004520*****************************************************************
004530 01  LOC-APP-HDG-1.
004540     05  FILLER                      PIC X(20)  VALUE SPACES.
004550     05  FILLER                      PIC X(30)
004560         VALUE 'HOST DELTA FEED APPLY REGISTER'.
004570 
004580 01  LOC-APP-HDG-2.
004590     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
004600     05  APP-HDG-2-DATE        PIC X(10).
004610     05  FILLER                PIC X(56)  VALUE SPACES.
004620     05  FILLER                PIC X(16)
004630         VALUE 'PROGRAM LOCAPPLY'.
004640 
004650 01  LOC-APP-HDG-3.
004660     05  FILLER                      PIC X(06)  VALUE 'ACTION'.
004670     05  FILLER                      PIC X(04)  VALUE SPACES.
004680     05  FILLER                      PIC X(06)  VALUE 'WHSE  '.
004690     05  FILLER                      PIC X(14)
004700         VALUE 'LOCATION CODE'.
004710     05  FILLER                      PIC X(26)
004720         VALUE 'REJECT REASON / RENAMED TO'.
004730 
004740 01  LOC-APP-REJECT-LINE.
004750     05  APP-REJ-ACTION              PIC X(01).
004760     05  FILLER                      PIC X(09)  VALUE SPACES.
004770     05  APP-REJ-WHSE                PIC X(02).
004780     05  FILLER                      PIC X(04)  VALUE SPACES.
004790     05  APP-REJ-CODE                PIC X(10).
004800     05  FILLER                      PIC X(04)  VALUE SPACES.
004810     05  APP-REJ-REASON              PIC X(30).
004820 
004830 01  LOC-APP-RENAME-LINE.
004840     05  APP-REN-ACTION              PIC X(01).
004850     05  FILLER                      PIC X(09)  VALUE SPACES.
004860     05  APP-REN-WHSE                PIC X(02).
004870     05  FILLER                      PIC X(04)  VALUE SPACES.
004880     05  APP-REN-OLD-CODE            PIC X(10).
004890     05  FILLER                      PIC X(04)  VALUE SPACES.
004900     05  FILLER                      PIC X(11)
004910         VALUE 'RENAMED TO '.
004920     05  APP-REN-NEW-CODE            PIC X(10).
004930     05  FILLER                      PIC X(16)
004940         VALUE '  MOVED - COUNT '.
004950     05  APP-REN-CNT-MOVED           PIC X(01).
004960     05  FILLER                      PIC X(12)
004970         VALUE '  EXCEPTION '.
004980     05  APP-REN-EXH-MOVED           PIC X(01).
004990     05  FILLER                      PIC X(11)
005000         VALUE '  SUSPENSE '.
005010     05  APP-REN-SUSP-MOVED          PIC ZZZ9.
005020     05  FILLER                      PIC X(10)
005030         VALUE '  PENDING '.
005040     05  APP-REN-PEND-MOVED          PIC ZZZ9.
005050     05  FILLER                      PIC X(12)
005060         VALUE '  OPEN TASK '.
005070     05  APP-REN-OTSK-MOVED          PIC X(01).
005080 
005090 01  LOC-APP-TOTAL-1.
005100     05  FILLER                      PIC X(24)
005110         VALUE 'TRANSACTIONS READ ..... '.
005120     05  APP-TOT-READ                PIC ZZZ,ZZ9.
005130 01  LOC-APP-TOTAL-2.
005140     05  FILLER                      PIC X(24)
005150         VALUE 'ADDS APPLIED .......... '.
005160     05  APP-TOT-ADDS                PIC ZZZ,ZZ9.
005170 01  LOC-APP-TOTAL-3.
005180     05  FILLER                      PIC X(24)
005190         VALUE 'CHANGES APPLIED ....... '.
005200     05  APP-TOT-CHANGES             PIC ZZZ,ZZ9.
005210 01  LOC-APP-TOTAL-4.
005220     05  FILLER                      PIC X(24)
005230         VALUE 'DELETES APPLIED ....... '.
005240     05  APP-TOT-DELETES             PIC ZZZ,ZZ9.
005250 01  LOC-APP-TOTAL-6.
005260     05  FILLER                      PIC X(24)
005270         VALUE 'RENAMES APPLIED ....... '.
005280     05  APP-TOT-RENAMES             PIC ZZZ,ZZ9.
005290 01  LOC-APP-TOTAL-5.
005300     05  FILLER                      PIC X(24)
005310         VALUE 'REJECTED .............. '.
005320     05  APP-TOT-REJECTS             PIC ZZZ,ZZ9.
005330 01  LOC-APP-TOTAL-7.
005340     05  FILLER                      PIC X(24)
005350         VALUE 'HELD FOR COUNT FREEZE . '.
005360     05  APP-TOT-HELD                PIC ZZZ,ZZ9.
005370 01  LOC-APP-TOTAL-8.
005380     05  FILLER                      PIC X(24)
005390         VALUE 'SCHEDULED, RELEASED ... '.
005400     05  APP-TOT-RELEASED            PIC ZZZ,ZZ9.
005410 01  LOC-APP-TOTAL-9.
005420     05  FILLER                      PIC X(24)
005430         VALUE 'SCHEDULED, PARKED ..... '.
005440     05  APP-TOT-PARKED              PIC ZZZ,ZZ9.
005450 
005460 LINKAGE SECTION.
005470 01  LOC-PARM-AREA.
005480     05  LOC-PARM-LEN                PIC S9(04) COMP.
005490     05  LOC-PARM-TEXT               PIC X(08).
005500 
005510 PROCEDURE DIVISION USING LOC-PARM-AREA.
005520*****************************************************************
005530*  0000-MAINLINE                                                *
005540*****************************************************************
005550 0000-MAINLINE.
005560     PERFORM 1000-INITIALIZE
005570         THRU 1000-INITIALIZE-EXIT.
005580     PERFORM 2000-APPLY-TRANSACTIONS
005590         THRU 2000-APPLY-TRANSACTIONS-EXIT.
005600     PERFORM 7000-WRITE-SUMMARY
005610         THRU 7000-WRITE-SUMMARY-EXIT.
005620     PERFORM 8000-TERMINATE
005630         THRU 8000-TERMINATE-EXIT.
005640 
005650*****************************************************************
005660*  1000-INITIALIZE - OPEN THE FILES AND WRITE THE REGISTER      *
005670*                    HEADINGS                                   *
005680*****************************************************************
005690 1000-INITIALIZE.
005700     MOVE SPACES TO LOC-RESTART-PARM.
005710     IF LOC-PARM-LEN OF LOC-PARM-AREA > 0
005720        AND LOC-PARM-LEN OF LOC-PARM-AREA <= 8
005730         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA
005740                 (1:LOC-PARM-LEN OF LOC-PARM-AREA)
005750             TO LOC-RESTART-PARM
005760     END-IF.
005770     IF LOC-RESTART-PARM = 'RESTART'
005780         SET LOC-IS-RESTART TO TRUE
005790     END-IF.
005800 
005810     OPEN I-O ITEM-MASTER.
005820     IF NOT LOC-ITEMMAST-OK
005830         DISPLAY 'LOC0901E LOCAPPLY - ITEM-MASTER OPEN FAILED, '
005840                 LOC-ITEMMAST-STATUS UPON CONSOLE
005850         MOVE 16 TO RETURN-CODE
005860         GO TO 8000-TERMINATE
005870     END-IF.
005880 
005890     OPEN INPUT LOC-TRAN-FILE.
005900     IF NOT LOC-TRAN-OK
005910         DISPLAY 'LOC0902E LOCAPPLY - HOSTFEED OPEN FAILED, '
005920                 LOC-TRAN-STATUS UPON CONSOLE
005930         MOVE 16 TO RETURN-CODE
005940         GO TO 8000-TERMINATE
005950     END-IF.
005960 
005970     OPEN I-O LOC-CKPT-FILE.
005980     IF LOC-CKPT-STATUS = '35'
005990         CLOSE LOC-CKPT-FILE
006000         OPEN OUTPUT LOC-CKPT-FILE
006010         CLOSE LOC-CKPT-FILE
006020         OPEN I-O LOC-CKPT-FILE
006030     END-IF.
006040     IF NOT LOC-CKPT-OK
006050         DISPLAY 'LOC0905E LOCAPPLY - LOCCKPT OPEN FAILED, '
006060                 LOC-CKPT-STATUS UPON CONSOLE
006070         MOVE 16 TO RETURN-CODE
006080         GO TO 8000-TERMINATE
006090     END-IF.
006100     PERFORM 1100-CHECK-CHECKPOINT
006110         THRU 1100-CHECK-CHECKPOINT-EXIT.
006120     IF RETURN-CODE NOT = ZERO
006130         GO TO 8000-TERMINATE
006140     END-IF.
006150 
006160     OPEN I-O LOC-SUSP-FILE.
006170     IF LOC-SUSP-STATUS = '35'
006180         CLOSE LOC-SUSP-FILE
006190         OPEN OUTPUT LOC-SUSP-FILE
006200         CLOSE LOC-SUSP-FILE
006210         OPEN I-O LOC-SUSP-FILE
006220     END-IF.
006230     IF NOT LOC-SUSP-OK
006240         DISPLAY 'LOC0906E LOCAPPLY - LOCSUSP OPEN FAILED, '
006250                 LOC-SUSP-STATUS UPON CONSOLE
006260         MOVE 16 TO RETURN-CODE
006270         GO TO 8000-TERMINATE
006280     END-IF.
006290 
006300     OPEN I-O LOC-RJNL-FILE.
006310     IF LOC-RJNL-STATUS = '35'
006320         CLOSE LOC-RJNL-FILE
006330         OPEN OUTPUT LOC-RJNL-FILE
006340         CLOSE LOC-RJNL-FILE
006350         OPEN I-O LOC-RJNL-FILE
006360     END-IF.
006370     IF NOT LOC-RJNL-OK
006380         DISPLAY 'LOC0907E LOCAPPLY - LOCRJNL OPEN FAILED, '
006390                 LOC-RJNL-STATUS UPON CONSOLE
006400         MOVE 16 TO RETURN-CODE
006410         GO TO 8000-TERMINATE
006420     END-IF.
006430 
006440     OPEN I-O LOC-CNTH-FILE.
006450     IF LOC-CNTH-STATUS = '35'
006460         CLOSE LOC-CNTH-FILE
006470         OPEN OUTPUT LOC-CNTH-FILE
006480         CLOSE LOC-CNTH-FILE
006490         OPEN I-O LOC-CNTH-FILE
006500     END-IF.
006510     IF NOT LOC-CNTH-OK
006520         DISPLAY 'LOC0908E LOCAPPLY - LOCCNTH OPEN FAILED, '
006530                 LOC-CNTH-STATUS UPON CONSOLE
006540         MOVE 16 TO RETURN-CODE
006550         GO TO 8000-TERMINATE
006560     END-IF.
006570 
006580     OPEN I-O LOC-EXH-FILE.
006590     IF LOC-EXH-STATUS = '35'
006600         CLOSE LOC-EXH-FILE
006610         OPEN OUTPUT LOC-EXH-FILE
006620         CLOSE LOC-EXH-FILE
006630         OPEN I-O LOC-EXH-FILE
006640     END-IF.
006650     IF NOT LOC-EXH-OK
006660         DISPLAY 'LOC0909E LOCAPPLY - LOCEXHST OPEN FAILED, '
006670                 LOC-EXH-STATUS UPON CONSOLE
006680         MOVE 16 TO RETURN-CODE
006690         GO TO 8000-TERMINATE
006700     END-IF.
006710 
006720     OPEN INPUT LOC-FRZ-FILE.
006730     IF LOC-FRZ-STATUS = '35'
006740         MOVE 'N' TO LOC-FRZ-FILE-SWITCH
006750     ELSE
006760         IF NOT LOC-FRZ-OK
006770             DISPLAY 'LOC0913E LOCAPPLY - LOCFRZN OPEN FAILED, '
006780                     LOC-FRZ-STATUS UPON CONSOLE
006790             MOVE 16 TO RETURN-CODE
006800             GO TO 8000-TERMINATE
006810         END-IF
006820     END-IF.
006830 
006840     OPEN I-O LOC-PEND-FILE.
006850     IF LOC-PEND-STATUS = '35'
006860         CLOSE LOC-PEND-FILE
006870         OPEN OUTPUT LOC-PEND-FILE
006880         CLOSE LOC-PEND-FILE
006890         OPEN I-O LOC-PEND-FILE
006900     END-IF.
006910     IF NOT LOC-PEND-OK
006920         DISPLAY 'LOC0916E LOCAPPLY - LOCPEND OPEN FAILED, '
006930                 LOC-PEND-STATUS UPON CONSOLE
006940         MOVE 16 TO RETURN-CODE
006950         GO TO 8000-TERMINATE
006960     END-IF.
006970 
006980     OPEN I-O LOC-OTSK-FILE.
006990     IF LOC-OTSK-STATUS = '35'
007000         CLOSE LOC-OTSK-FILE
007010         OPEN OUTPUT LOC-OTSK-FILE
007020         CLOSE LOC-OTSK-FILE
007030         OPEN I-O LOC-OTSK-FILE
007040     END-IF.
007050     IF NOT LOC-OTSK-OK
007060         DISPLAY 'LOC0914E LOCAPPLY - LOCOTSK OPEN FAILED, '
007070                 LOC-OTSK-STATUS UPON CONSOLE
007080         MOVE 16 TO RETURN-CODE
007090         GO TO 8000-TERMINATE
007100     END-IF.
007110 
007120     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
007130     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
007140         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
007150 
007160     IF LOC-IS-RESTART
007170         OPEN EXTEND LOC-APPLY-REPORT
007180     ELSE
007190         OPEN OUTPUT LOC-APPLY-REPORT
007200     END-IF.
007210     IF NOT LOC-APPLY-OK
007220         DISPLAY 'LOC0903E LOCAPPLY - LOCAPPLR OPEN FAILED, '
007230                 LOC-APPLY-STATUS UPON CONSOLE
007240         MOVE 16 TO RETURN-CODE
007250         GO TO 8000-TERMINATE
007260     END-IF.
007270     IF LOC-IS-RESTART
007280         MOVE SPACES TO LOC-APPLY-RECORD
007290         STRING '*** RESTART CONTINUATION - TRANSACTIONS '
007300                'BEFORE THE CHECKPOINT ARE ON THE PRIOR '
007310                'ABORTED RUNS PARTIAL LOCAPPLR ***'
007320             DELIMITED BY SIZE INTO LOC-APPLY-RECORD
007330         WRITE LOC-APPLY-RECORD
007340     END-IF.
007350 
007360     OPEN INPUT LOC-ITEM-FILE.
007370     IF LOC-ITEMREF-STATUS = '35'
007380         CLOSE LOC-ITEM-FILE
007390         OPEN OUTPUT LOC-ITEM-FILE
007400         CLOSE LOC-ITEM-FILE
007410         OPEN INPUT LOC-ITEM-FILE
007420     END-IF.
007430     IF NOT LOC-ITEMREF-OK
007440         DISPLAY 'LOC0904E LOCAPPLY - ITEMREF OPEN FAILED, '
007450                 LOC-ITEMREF-STATUS UPON CONSOLE
007460         MOVE 16 TO RETURN-CODE
007470         GO TO 8000-TERMINATE
007480     END-IF.
007490 
007500     IF NOT LOC-IS-RESTART
007510         MOVE LOC-REPORT-DATE TO APP-HDG-2-DATE
007520         WRITE LOC-APPLY-RECORD FROM LOC-APP-HDG-1
007530         WRITE LOC-APPLY-RECORD FROM LOC-APP-HDG-2
007540         MOVE SPACES TO LOC-APPLY-RECORD
007550         WRITE LOC-APPLY-RECORD
007560         WRITE LOC-APPLY-RECORD FROM LOC-APP-HDG-3
007570     END-IF.
007580     IF LOC-IS-RESTART
007590         PERFORM 1200-SKIP-APPLIED-TRANS
007600             THRU 1200-SKIP-APPLIED-TRANS-EXIT
007610     END-IF.
007620 1000-INITIALIZE-EXIT.
007630     EXIT.
007640 
007650*****************************************************************
007660*  1100-CHECK-CHECKPOINT - A CTL2 CHECKPOINT STILL ON FILE      *
007670*                    MEANS AN EARLIER RUN ABENDED MID-FEED AND  *
007680*                    SOME OF TONIGHT'S TRANSACTIONS ARE         *
007690*                    ALREADY ON THE ITEM-MASTER.  A BARE RERUN  *
007700*                    WOULD RE-REJECT EVERY APPLIED ADD AS A     *
007710*                    DUPLICATE KEY AND MASK GENUINE             *
007720*                    DUPLICATES, SO IT IS REFUSED - RESUME      *
007730*                    WITH PARM='RESTART'.  A RESTART WITH NO    *
007740*                    CHECKPOINT ON FILE STARTS CLEAN FROM THE   *
007750*                    FIRST TRANSACTION                          *
007760*****************************************************************
007770 1100-CHECK-CHECKPOINT.
007780     MOVE 'CTL2' TO CKPT-KEY.
007790     READ LOC-CKPT-FILE
007800         INVALID KEY
007810             IF LOC-IS-RESTART
007820                 DISPLAY 'LOC0230I LOCAPPLY - NO CHECKPOINT '
007830                         'FOUND, STARTING FROM THE BEGINNING'
007840                         UPON CONSOLE
007850                 MOVE 'N' TO LOC-RESTART-SWITCH
007860             END-IF
007870             GO TO 1100-CHECK-CHECKPOINT-EXIT
007880     END-READ.
007890     IF NOT LOC-IS-RESTART
007900         DISPLAY 'LOC0931E LOCAPPLY - A CHECKPOINT FROM '
007910                 CKPT-RUN-DATE ' SHOWS '
007920                 CKPT-RECS-PROCESSED
007930                 ' TRANSACTIONS ALREADY APPLIED - RESUBMIT '
007940                 'WITH PARM=RESTART' UPON CONSOLE
007950         MOVE 8 TO RETURN-CODE
007960     END-IF.
007970 1100-CHECK-CHECKPOINT-EXIT.
007980     EXIT.
007990 
008000*****************************************************************
008010*  1200-SKIP-APPLIED-TRANS - READ PAST THE TRANSACTIONS THE     *
008020*                    ABORTED RUN ALREADY APPLIED, WITHOUT       *
008030*                    APPLYING THEM AGAIN, AND RESUME THE        *
008040*                    TRANSACTION NUMBERING WHERE THE            *
008050*                    CHECKPOINT LEFT IT                         *
008060*****************************************************************
008070 1200-SKIP-APPLIED-TRANS.
008080     MOVE ZERO TO LOC-SKIP-COUNT.
008090     PERFORM 1210-SKIP-ONE-TRAN
008100         THRU 1210-SKIP-ONE-TRAN-EXIT
008110         UNTIL LOC-AT-EOF
008120            OR LOC-SKIP-COUNT >= CKPT-RECS-PROCESSED.
008130     MOVE CKPT-RECS-PROCESSED TO LOC-TRAN-COUNT.
008140     DISPLAY 'LOC0231I LOCAPPLY - RESTARTING AFTER '
008150             CKPT-RECS-PROCESSED ' APPLIED TRANSACTIONS'
008160             UPON CONSOLE.
008170 1200-SKIP-APPLIED-TRANS-EXIT.
008180     EXIT.
008190 
008200 1210-SKIP-ONE-TRAN.
008210     READ LOC-TRAN-FILE
008220         AT END
008230             SET LOC-AT-EOF TO TRUE
008240     END-READ.
008250     IF NOT LOC-AT-EOF
008260         ADD 1 TO LOC-SKIP-COUNT
008270     END-IF.
008280 1210-SKIP-ONE-TRAN-EXIT.
008290     EXIT.
008300 
008310*****************************************************************
008320*  2000-APPLY-TRANSACTIONS - RELEASE THE SCHEDULED              *
008330*                    TRANSACTIONS THAT HAVE COME DUE, THEN READ *
008340*                    THE FEED AND APPLY EACH TRANSACTION IN     *
008350*                    TURN                                       *
008360*****************************************************************
008370 2000-APPLY-TRANSACTIONS.
008380     PERFORM 2050-RELEASE-DUE
008390         THRU 2050-RELEASE-DUE-EXIT.
008400     PERFORM 2100-READ-TRAN
008410         THRU 2100-READ-TRAN-EXIT.
008420     PERFORM 2200-APPLY-ONE-TRAN
008430         THRU 2200-APPLY-ONE-TRAN-EXIT
008440         UNTIL LOC-AT-EOF.
008450 2000-APPLY-TRANSACTIONS-EXIT.
008460     EXIT.
008470 
008480*****************************************************************
008490*  2050-RELEASE-DUE - READ LOCPEND IN EFFECTIVE-DATE ORDER AND  *
008500*                    SEND EVERY TRANSACTION DATED ON OR BEFORE  *
008510*                    THE RUN DATE THROUGH THE NORMAL EDITS.     *
008520*                    THE RELEASED RECORD COMES OFF THE FILE     *
008530*                    ONCE PROCESSED - APPLIED OR REJECTED TO    *
008540*                    SUSPENSE.  RELEASES ARE NOT PART OF THE    *
008550*                    FEED COUNT OR THE CHECKPOINT, SO A RESTART *
008560*                    SIMPLY RELEASES WHATEVER IS STILL DUE.     *
008570*                    A RELEASED RENAME WALKS LOCPEND ITSELF     *
008580*                    (5650), SO THE RELEASED ENTRY IS DELETED   *
008590*                    BY ITS SAVED KEY AND THE PASS IS           *
008600*                    REPOSITIONED JUST AFTER IT                 *
008610*****************************************************************
008620 2050-RELEASE-DUE.
008630     MOVE 'N' TO LOC-PEND-EOF-SWITCH.
008640     MOVE LOW-VALUES TO PND-KEY.
008650     START LOC-PEND-FILE
008660         KEY NOT LESS THAN PND-KEY
008670         INVALID KEY
008680             SET LOC-PEND-EOF TO TRUE
008690     END-START.
008700     IF NOT LOC-PEND-EOF
008710         PERFORM 2060-READ-PENDING
008720             THRU 2060-READ-PENDING-EXIT
008730     END-IF.
008740     PERFORM 2070-RELEASE-ONE-TRAN
008750         THRU 2070-RELEASE-ONE-TRAN-EXIT
008760         UNTIL LOC-PEND-EOF.
008770 2050-RELEASE-DUE-EXIT.
008780     EXIT.
008790 
008800 2060-READ-PENDING.
008810     READ LOC-PEND-FILE NEXT RECORD
008820         AT END
008830             SET LOC-PEND-EOF TO TRUE
008840     END-READ.
008850     IF NOT LOC-PEND-EOF
008860        AND PND-EFF-DATE > LOC-CURRENT-DATE
008870         SET LOC-PEND-EOF TO TRUE
008880     END-IF.
008890 2060-READ-PENDING-EXIT.
008900     EXIT.
008910 
008920 2070-RELEASE-ONE-TRAN.
008930     ADD 1 TO LOC-RELEASED-COUNT.
008940     MOVE PND-KEY TO LOC-PEND-RELEASE-KEY.
008950     MOVE PND-TRAN TO LOC-TRAN-RECORD.
008960     PERFORM 2250-PROCESS-TRAN
008970         THRU 2250-PROCESS-TRAN-EXIT.
008980     MOVE LOC-PEND-RELEASE-KEY TO PND-KEY.
008990     DELETE LOC-PEND-FILE RECORD
009000         INVALID KEY
009010             DISPLAY 'LOC0917E LOCAPPLY - LOCPEND DELETE '
009020                     'FAILED, STATUS ' LOC-PEND-STATUS
009030                     UPON CONSOLE
009040     END-DELETE.
009050     MOVE LOC-PEND-RELEASE-KEY TO PND-KEY.
009060     START LOC-PEND-FILE
009070         KEY GREATER THAN PND-KEY
009080         INVALID KEY
009090             SET LOC-PEND-EOF TO TRUE
009100             GO TO 2070-RELEASE-ONE-TRAN-EXIT
009110     END-START.
009120     PERFORM 2060-READ-PENDING
009130         THRU 2060-READ-PENDING-EXIT.
009140 2070-RELEASE-ONE-TRAN-EXIT.
009150     EXIT.
009160 
009170 2100-READ-TRAN.
009180     READ LOC-TRAN-FILE
009190         AT END
009200             SET LOC-AT-EOF TO TRUE
009210     END-READ.
009220 2100-READ-TRAN-EXIT.
009230     EXIT.
009240 
009250 2200-APPLY-ONE-TRAN.
009260     ADD 1 TO LOC-TRAN-COUNT.
009270     PERFORM 2250-PROCESS-TRAN
009280         THRU 2250-PROCESS-TRAN-EXIT.
009290     ADD 1 TO LOC-RECS-SINCE-CKPT.
009300     IF LOC-RECS-SINCE-CKPT >= LOC-CKPT-INTERVAL
009310         PERFORM 2600-WRITE-CHECKPOINT
009320             THRU 2600-WRITE-CHECKPOINT-EXIT
009330     END-IF.
009340     PERFORM 2100-READ-TRAN
009350         THRU 2100-READ-TRAN-EXIT.
009360 2200-APPLY-ONE-TRAN-EXIT.
009370     EXIT.
009380 
009390*****************************************************************
009400*  2250-PROCESS-TRAN - EDIT ONE TRANSACTION, FROM THE FEED OR   *
009410*                    RELEASED FROM LOCPEND, AND PARK, APPLY OR  *
009420*                    REJECT IT                                  *
009430*****************************************************************
009440 2250-PROCESS-TRAN.
009450     PERFORM 2300-VALIDATE-TRAN
009460         THRU 2300-VALIDATE-TRAN-EXIT.
009470     IF LOC-TRAN-PARKED
009480         PERFORM 2400-PARK-TRAN
009490             THRU 2400-PARK-TRAN-EXIT
009500         GO TO 2250-PROCESS-TRAN-EXIT
009510     END-IF.
009520     IF LOC-TRAN-VALID
009530         EVALUATE TRUE
009540             WHEN TRAN-ADD
009550                 PERFORM 3000-APPLY-ADD
009560                     THRU 3000-APPLY-ADD-EXIT
009570             WHEN TRAN-CHANGE
009580                 PERFORM 4000-APPLY-CHANGE
009590                     THRU 4000-APPLY-CHANGE-EXIT
009600             WHEN TRAN-DELETE
009610                 PERFORM 5000-APPLY-DELETE
009620                     THRU 5000-APPLY-DELETE-EXIT
009630             WHEN TRAN-RENAME
009640                 PERFORM 5500-APPLY-RENAME
009650                     THRU 5500-APPLY-RENAME-EXIT
009660         END-EVALUATE
009670     END-IF.
009680     IF LOC-TRAN-INVALID
009690         PERFORM 6000-WRITE-REJECT
009700             THRU 6000-WRITE-REJECT-EXIT
009710     END-IF.
009720 2250-PROCESS-TRAN-EXIT.
009730     EXIT.
009740 
009750*****************************************************************
009760*  2600-WRITE-CHECKPOINT - RECORD HOW FAR INTO THE FEED WE ARE  *
009770*                    SO A RESTART DOES NOT REAPPLY WHAT IS      *
009780*                    ALREADY ON THE ITEM-MASTER                 *
009790*****************************************************************
009800 2600-WRITE-CHECKPOINT.
009810     MOVE 'CTL2' TO CKPT-KEY.
009820     MOVE TRAN-LOC-CODE TO CKPT-LAST-KEY-READ.
009830     MOVE LOC-CURRENT-DATE TO CKPT-RUN-DATE.
009840     MOVE LOC-TRAN-COUNT TO CKPT-RECS-PROCESSED.
009850     MOVE ZEROES TO CKPT-WMS-COUNT
009860                    CKPT-WMS-HASH.
009870     REWRITE LOC-CKPT-RECORD
009880         INVALID KEY
009890             WRITE LOC-CKPT-RECORD
009900     END-REWRITE.
009910     MOVE ZERO TO LOC-RECS-SINCE-CKPT.
009920 2600-WRITE-CHECKPOINT-EXIT.
009930     EXIT.
009940 
009950*****************************************************************
009960*  2300-VALIDATE-TRAN - EDIT ONE FEED TRANSACTION               *
009970*                    - REJECT AN UNRECOGNIZED ACTION CODE       *
009980*                    - REJECT BLANK OR LOW-VALUE CODES          *
009990*                    - REJECT CODES WITH EMBEDDED BLANKS        *
010000*                    - REJECT A BADLY FORMED EFFECTIVE DATE OR  *
010010*                      ONE THAT IS NOT ON THE CALENDAR;         *
010020*                      PARK A FUTURE-DATED TRANSACTION WITHOUT  *
010030*                      THE REMAINING EDITS (THEY RUN WHEN IT    *
010040*                      IS RELEASED)                             *
010050*                    - REJECT AN UNRECOGNIZED STATUS BYTE ON    *
010060*                      AN ADD, A CHANGE OR A RENAME             *
010070*                    - REJECT A RENAME WHOSE NEW CODE IS BLANK, *
010080*                      HAS AN EMBEDDED BLANK OR IS THE OLD CODE *
010090*                    - REJECT AN ASSIGNED ITEM NUMBER THAT IS   *
010100*                      NOT ON THE ITEMREF REFERENCE FILE        *
010110*                    - REJECT AN ADD OF A DISCONTINUED ITEM;    *
010120*                      ON A CHANGE OR RENAME, FLAG IT FOR 4050  *
010130*                      ONCE THE FACE'S CURRENT ITEM IS KNOWN    *
010140*                    - HOLD A CHANGE, DELETE OR RENAME OF A     *
010150*                      FACE FROZEN FOR A CYCLE COUNT            *
010160*                    SAME FIELD EDITS AS HELLO.CBL              *
010170*                    2300-VALIDATE-ENTRY                        *
010180*****************************************************************
010190 2300-VALIDATE-TRAN.
010200     SET LOC-TRAN-VALID TO TRUE.
010210     MOVE 'N' TO LOC-HOLD-SWITCH.
010220     MOVE 'N' TO LOC-PARK-SWITCH.
010230     MOVE 'N' TO LOC-DISC-SWITCH.
010240     MOVE SPACES TO LOC-EDIT-REASON.
010250     IF TRAN-WHSE-ID = SPACES
010260         MOVE '01' TO LOC-TRAN-WHSE
010270     ELSE
010280         MOVE TRAN-WHSE-ID TO LOC-TRAN-WHSE
010290     END-IF.
010300 
010310     IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-DELETE
010320        AND NOT TRAN-RENAME
010330         SET LOC-TRAN-INVALID TO TRUE
010340         MOVE 'INVALID ACTION CODE' TO LOC-EDIT-REASON
010350         GO TO 2300-VALIDATE-TRAN-EXIT
010360     END-IF.
010370 
010380     IF TRAN-LOC-CODE = SPACES
010390        OR TRAN-LOC-CODE = LOW-VALUES
010400         SET LOC-TRAN-INVALID TO TRUE
010410         MOVE 'LOCATION CODE IS BLANK' TO LOC-EDIT-REASON
010420         GO TO 2300-VALIDATE-TRAN-EXIT
010430     END-IF.
010440 
010450     MOVE 1 TO LOC-EDIT-SUB.
010460     PERFORM 2310-CHECK-EMBEDDED-BLANK
010470         THRU 2310-CHECK-EMBEDDED-BLANK-EXIT
010480         VARYING LOC-EDIT-SUB FROM 1 BY 1
010490         UNTIL LOC-EDIT-SUB > 10
010500            OR LOC-TRAN-INVALID.
010510     IF LOC-TRAN-INVALID
010520         GO TO 2300-VALIDATE-TRAN-EXIT
010530     END-IF.
010540 
010550     IF TRAN-EFFECTIVE-DATE NOT = SPACES
010560         IF TRAN-EFFECTIVE-DATE NOT NUMERIC
010570            OR TRAN-EFFECTIVE-DATE (5:2) < '01'
010580            OR TRAN-EFFECTIVE-DATE (5:2) > '12'
010590            OR TRAN-EFFECTIVE-DATE (7:2) < '01'
010600            OR TRAN-EFFECTIVE-DATE (7:2) > '31'
010610             SET LOC-TRAN-INVALID TO TRUE
010620             MOVE 'INVALID EFFECTIVE DATE' TO LOC-EDIT-REASON
010630             GO TO 2300-VALIDATE-TRAN-EXIT
010640         END-IF
010650         MOVE TRAN-EFFECTIVE-DATE TO LOC-EFF-DATE-N
010660         COMPUTE LOC-EFF-DAY-NUMBER =
010670             FUNCTION INTEGER-OF-DATE (LOC-EFF-DATE-N)
010680         IF LOC-EFF-DAY-NUMBER = ZERO
010690             SET LOC-TRAN-INVALID TO TRUE
010700             MOVE 'INVALID EFFECTIVE DATE' TO LOC-EDIT-REASON
010710             GO TO 2300-VALIDATE-TRAN-EXIT
010720         END-IF
010730         IF TRAN-EFFECTIVE-DATE > LOC-CURRENT-DATE
010740             SET LOC-TRAN-PARKED TO TRUE
010750             GO TO 2300-VALIDATE-TRAN-EXIT
010760         END-IF
010770     END-IF.
010780 
010790     IF TRAN-RENAME
010800         PERFORM 2320-VALIDATE-NEW-CODE
010810             THRU 2320-VALIDATE-NEW-CODE-EXIT
010820         IF LOC-TRAN-INVALID
010830             GO TO 2300-VALIDATE-TRAN-EXIT
010840         END-IF
010850     END-IF.
010860 
010870     IF NOT TRAN-DELETE
010880         IF TRAN-NEW-STATUS NOT = 'A'
010890            AND TRAN-NEW-STATUS NOT = 'I'
010900            AND NOT ((TRAN-CHANGE OR TRAN-RENAME)
010910                     AND TRAN-NEW-STATUS = SPACE)
010920             SET LOC-TRAN-INVALID TO TRUE
010930             MOVE 'INVALID STATUS CODE' TO LOC-EDIT-REASON
010940             GO TO 2300-VALIDATE-TRAN-EXIT
010950         END-IF
010960         IF TRAN-CAPACITY NOT = SPACES
010970            AND TRAN-CAPACITY NOT NUMERIC
010980             SET LOC-TRAN-INVALID TO TRUE
010990             MOVE 'CAPACITY NOT NUMERIC' TO LOC-EDIT-REASON
011000             GO TO 2300-VALIDATE-TRAN-EXIT
011010         END-IF
011020         IF TRAN-REPL-MIN NOT = SPACES
011030            AND TRAN-REPL-MIN NOT NUMERIC
011040             SET LOC-TRAN-INVALID TO TRUE
011050             MOVE 'REPL MIN NOT NUMERIC' TO LOC-EDIT-REASON
011060             GO TO 2300-VALIDATE-TRAN-EXIT
011070         END-IF
011080         IF TRAN-REPL-MAX NOT = SPACES
011090            AND TRAN-REPL-MAX NOT NUMERIC
011100             SET LOC-TRAN-INVALID TO TRUE
011110             MOVE 'REPL MAX NOT NUMERIC' TO LOC-EDIT-REASON
011120             GO TO 2300-VALIDATE-TRAN-EXIT
011130         END-IF
011140         IF TRAN-ITEM-NUMBER NOT = SPACES
011150             MOVE TRAN-ITEM-NUMBER TO ITM-ITEM-NUMBER
011160             READ LOC-ITEM-FILE
011170                 INVALID KEY
011180                     SET LOC-TRAN-INVALID TO TRUE
011190                     MOVE 'ITEM NOT ON ITEM REFERENCE'
011200                         TO LOC-EDIT-REASON
011210                 NOT INVALID KEY
011220                     IF ITM-DISCONTINUED
011230                         MOVE 'Y' TO LOC-DISC-SWITCH
011240                     END-IF
011250             END-READ
011260         END-IF
011270         IF LOC-ITEM-IS-DISC
011280            AND TRAN-ADD
011290             SET LOC-TRAN-INVALID TO TRUE
011300             MOVE 'ITEM IS DISCONTINUED' TO LOC-EDIT-REASON
011310             GO TO 2300-VALIDATE-TRAN-EXIT
011320         END-IF
011330     END-IF.
011340 
011350     IF LOC-TRAN-VALID
011360        AND NOT TRAN-ADD
011370         PERFORM 2340-CHECK-FREEZE
011380             THRU 2340-CHECK-FREEZE-EXIT
011390     END-IF.
011400 2300-VALIDATE-TRAN-EXIT.
011410     EXIT.
011420 
011430 2310-CHECK-EMBEDDED-BLANK.
011440     IF TRAN-LOC-CODE (LOC-EDIT-SUB:1) = SPACE
011450        AND LOC-EDIT-SUB < 10
011460        AND TRAN-LOC-CODE
011470                (LOC-EDIT-SUB + 1:10 - LOC-EDIT-SUB)
011480                    NOT = SPACES
011490         SET LOC-TRAN-INVALID TO TRUE
011500         MOVE 'EMBEDDED BLANK IN LOC CODE' TO LOC-EDIT-REASON
011510     END-IF.
011520 2310-CHECK-EMBEDDED-BLANK-EXIT.
011530     EXIT.
011540 
011550*****************************************************************
011560*  2320-VALIDATE-NEW-CODE - THE CODE A RENAME MOVES THE         *
011570*                    LOCATION TO GETS THE SAME EDITS AS THE     *
011580*                    LOCATION CODE ITSELF, AND MUST DIFFER      *
011590*                    FROM IT                                    *
011600*****************************************************************
011610 2320-VALIDATE-NEW-CODE.
011620     IF TRAN-NEW-LOC-CODE = SPACES
011630        OR TRAN-NEW-LOC-CODE = LOW-VALUES
011640         SET LOC-TRAN-INVALID TO TRUE
011650         MOVE 'NEW LOCATION CODE IS BLANK' TO LOC-EDIT-REASON
011660         GO TO 2320-VALIDATE-NEW-CODE-EXIT
011670     END-IF.
011680     IF TRAN-NEW-LOC-CODE = TRAN-LOC-CODE
011690         SET LOC-TRAN-INVALID TO TRUE
011700         MOVE 'NEW CODE SAME AS OLD CODE' TO LOC-EDIT-REASON
011710         GO TO 2320-VALIDATE-NEW-CODE-EXIT
011720     END-IF.
011730     PERFORM 2330-CHECK-NEW-CODE-BLANK
011740         THRU 2330-CHECK-NEW-CODE-BLANK-EXIT
011750         VARYING LOC-EDIT-SUB FROM 1 BY 1
011760         UNTIL LOC-EDIT-SUB > 10
011770            OR LOC-TRAN-INVALID.
011780 2320-VALIDATE-NEW-CODE-EXIT.
011790     EXIT.
011800 
011810 2330-CHECK-NEW-CODE-BLANK.
011820     IF TRAN-NEW-LOC-CODE (LOC-EDIT-SUB:1) = SPACE
011830        AND LOC-EDIT-SUB < 10
011840        AND TRAN-NEW-LOC-CODE
011850                (LOC-EDIT-SUB + 1:10 - LOC-EDIT-SUB)
011860                    NOT = SPACES
011870         SET LOC-TRAN-INVALID TO TRUE
011880         MOVE 'EMBEDDED BLANK IN NEW CODE' TO LOC-EDIT-REASON
011890     END-IF.
011900 2330-CHECK-NEW-CODE-BLANK-EXIT.
011910     EXIT.
011920 
011930*****************************************************************
011940*  2340-CHECK-FREEZE - A FACE ON THE LOCFRZN FILE IS ON TODAY'S *
011950*                    CYCLE-COUNT LIST AND MUST NOT CHANGE UNDER *
011960*                    THE COUNTERS.  THE TRANSACTION IS HELD -   *
011970*                    IT GOES TO SUSPENSE THROUGH 6000 LIKE A    *
011980*                    REJECT, BUT IS COUNTED AS HELD.  AN ADD    *
011990*                    NEVER COMES HERE - A FROZEN CODE IS ON     *
012000*                    FILE, SO THE ADD REJECTS AS A DUPLICATE    *
012010*****************************************************************
012020 2340-CHECK-FREEZE.
012030     IF NOT LOC-FRZ-PRESENT
012040         GO TO 2340-CHECK-FREEZE-EXIT
012050     END-IF.
012060     MOVE LOC-TRAN-WHSE TO FRZ-WHSE-ID.
012070     MOVE TRAN-LOC-CODE TO FRZ-LOC-CODE.
012080     READ LOC-FRZ-FILE
012090         INVALID KEY
012100             CONTINUE
012110         NOT INVALID KEY
012120             SET LOC-TRAN-INVALID TO TRUE
012130             SET LOC-TRAN-HELD TO TRUE
012140             MOVE 'FROZEN FOR COUNT' TO LOC-EDIT-REASON
012150     END-READ.
012160 2340-CHECK-FREEZE-EXIT.
012170     EXIT.
012180 
012190*****************************************************************
012200*  2400-PARK-TRAN - WRITE A FUTURE-DATED TRANSACTION TO THE     *
012210*                    LOCPEND PENDING FILE UNDER ITS EFFECTIVE   *
012220*                    DATE.  THE ZONE FOR THE PENDING-CHANGES    *
012230*                    REPORT IS THE TRANSACTION'S OWN, OR THE    *
012240*                    FACE'S CURRENT ZONE WHEN IT LEAVES IT      *
012250*                    BLANK.  THE SEQUENCE IS BUMPED ON A        *
012260*                    DUPLICATE KEY AS IN 6110                   *
012270*****************************************************************
012280 2400-PARK-TRAN.
012290     ACCEPT LOC-PEND-TIME FROM TIME.
012300     MOVE SPACES TO LOC-PND-RECORD.
012310     MOVE TRAN-EFFECTIVE-DATE TO PND-EFF-DATE
012320                                 PND-SCHED-DATE.
012330     MOVE LOC-CURRENT-DATE TO PND-PARKED-DATE.
012340     MOVE LOC-PEND-TIME (1:6) TO PND-PARKED-TIME.
012350     MOVE 1 TO PND-SEQ.
012360     MOVE LOC-TRAN-WHSE TO PND-WHSE-ID.
012370     MOVE TRAN-LOC-CODE TO PND-LOC-CODE.
012380     MOVE TRAN-ZONE TO PND-ZONE.
012390     IF TRAN-ZONE = SPACES
012400         MOVE LOC-TRAN-WHSE TO LOC-WHSE-ID OF ITEM-MASTER-RECORD
012410         MOVE TRAN-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD
012420         READ ITEM-MASTER
012430             INVALID KEY
012440                 CONTINUE
012450             NOT INVALID KEY
012460                 MOVE LOC-ZONE OF ITEM-MASTER-RECORD TO PND-ZONE
012470         END-READ
012480     END-IF.
012490     MOVE LOC-TRAN-RECORD TO PND-TRAN.
012500     MOVE 'N' TO LOC-PEND-DONE-SWITCH.
012510     PERFORM 2410-WRITE-PENDING
012520         THRU 2410-WRITE-PENDING-EXIT
012530         UNTIL LOC-PEND-DONE.
012540 2400-PARK-TRAN-EXIT.
012550     EXIT.
012560 
012570 2410-WRITE-PENDING.
012580     WRITE LOC-PND-RECORD
012590         INVALID KEY
012600             IF LOC-PEND-DUP-KEY AND PND-SEQ < 9999
012610                 ADD 1 TO PND-SEQ
012620             ELSE
012630                 DISPLAY 'LOC0918E LOCAPPLY - LOCPEND WRITE '
012640                         'FAILED, STATUS ' LOC-PEND-STATUS
012650                         UPON CONSOLE
012660                 SET LOC-PEND-DONE TO TRUE
012670             END-IF
012680         NOT INVALID KEY
012690             ADD 1 TO LOC-PARKED-COUNT
012700             SET LOC-PEND-DONE TO TRUE
012710     END-WRITE.
012720 2410-WRITE-PENDING-EXIT.
012730     EXIT.
012740 
012750*****************************************************************
012760*  3000-APPLY-ADD - ADD A NEW LOCATION FROM THE FEED            *
012770*****************************************************************
012780 3000-APPLY-ADD.
012790     MOVE SPACES TO ITEM-MASTER-RECORD.
012800     MOVE LOC-TRAN-WHSE TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
012810     MOVE TRAN-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
012820     MOVE ZEROES TO LOC-CAPACITY OF ITEM-MASTER-RECORD
012830                    LOC-REPL-MIN OF ITEM-MASTER-RECORD
012840                    LOC-REPL-MAX OF ITEM-MASTER-RECORD.
012850     PERFORM 3100-MOVE-TRAN-FIELDS
012860         THRU 3100-MOVE-TRAN-FIELDS-EXIT.
012870     MOVE LOC-CURRENT-DATE
012880         TO LOC-STAT-DATE OF ITEM-MASTER-RECORD.
012890     WRITE ITEM-MASTER-RECORD
012900         INVALID KEY
012910             SET LOC-TRAN-INVALID TO TRUE
012920             IF LOC-ITEMMAST-DUP-KEY
012930                 MOVE 'LOCATION ALREADY ON FILE'
012940                     TO LOC-EDIT-REASON
012950             ELSE
012960                 MOVE 'ITEM-MASTER WRITE FAILED'
012970                     TO LOC-EDIT-REASON
012980             END-IF
012990             GO TO 3000-APPLY-ADD-EXIT
013000     END-WRITE.
013010     MOVE SPACES TO LOC-BEFORE-IMAGE.
013020     MOVE ITEM-MASTER-RECORD TO LOC-AFTER-IMAGE.
013030     MOVE 'A' TO LOC-RJNL-ACTION.
013040     PERFORM 6200-JOURNAL-UPDATE
013050         THRU 6200-JOURNAL-UPDATE-EXIT.
013060     ADD 1 TO LOC-ADD-COUNT.
013070     ADD 1 TO LOC-APPLIED-COUNT.
013080 3000-APPLY-ADD-EXIT.
013090     EXIT.
013100 
013110*****************************************************************
013120*  3100-MOVE-TRAN-FIELDS - CARRY EVERY TRANSACTION FIELD INTO   *
013130*                    A NEW ITEM-MASTER RECORD (ADDS ONLY - A    *
013140*                    CHANGE GOES THROUGH 4100 SO BLANK FIELDS   *
013150*                    KEEP THEIR CURRENT VALUE).  A BLANK        *
013160*                    QUANTITY FIELD IS TAKEN AS ZERO; THE       *
013170*                    RECORD'S QUANTITY FIELDS ARE PRESET BY     *
013180*                    THE CALLER BEFORE THIS PARAGRAPH RUNS      *
013190*****************************************************************
013200 3100-MOVE-TRAN-FIELDS.
013210     MOVE TRAN-NEW-STATUS TO LOC-STATUS OF ITEM-MASTER-RECORD.
013220     MOVE TRAN-ZONE TO LOC-ZONE OF ITEM-MASTER-RECORD.
013230     MOVE TRAN-AISLE TO LOC-AISLE OF ITEM-MASTER-RECORD.
013240     MOVE TRAN-BAY TO LOC-BAY OF ITEM-MASTER-RECORD.
013250     MOVE TRAN-ITEM-NUMBER
013260         TO LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD.
013270     IF TRAN-CAPACITY NOT = SPACES
013280         MOVE TRAN-CAPACITY TO LOC-CAPACITY OF ITEM-MASTER-RECORD
013290     END-IF.
013300     IF TRAN-REPL-MIN NOT = SPACES
013310         MOVE TRAN-REPL-MIN TO LOC-REPL-MIN OF ITEM-MASTER-RECORD
013320     END-IF.
013330     IF TRAN-REPL-MAX NOT = SPACES
013340         MOVE TRAN-REPL-MAX TO LOC-REPL-MAX OF ITEM-MASTER-RECORD
013350     END-IF.
013360 3100-MOVE-TRAN-FIELDS-EXIT.
013370     EXIT.
013380 
013390*****************************************************************
013400*  4000-APPLY-CHANGE - CHANGE AN EXISTING LOCATION FROM THE     *
013410*                    FEED                                       *
013420*****************************************************************
013430 4000-APPLY-CHANGE.
013440     MOVE LOC-TRAN-WHSE TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
013450     MOVE TRAN-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
013460     READ ITEM-MASTER
013470         INVALID KEY
013480             SET LOC-TRAN-INVALID TO TRUE
013490             IF LOC-ITEMMAST-NOTFOUND
013500                 MOVE 'LOCATION NOT ON FILE'
013510                     TO LOC-EDIT-REASON
013520             ELSE
013530                 MOVE 'ITEM-MASTER READ FAILED'
013540                     TO LOC-EDIT-REASON
013550             END-IF
013560             GO TO 4000-APPLY-CHANGE-EXIT
013570     END-READ.
013580     PERFORM 4050-CHECK-DISCONTINUED
013590         THRU 4050-CHECK-DISCONTINUED-EXIT.
013600     IF LOC-TRAN-INVALID
013610         GO TO 4000-APPLY-CHANGE-EXIT
013620     END-IF.
013630     MOVE ITEM-MASTER-RECORD TO LOC-BEFORE-IMAGE.
013640     PERFORM 4100-MOVE-CHANGE-FIELDS
013650         THRU 4100-MOVE-CHANGE-FIELDS-EXIT.
013660     REWRITE ITEM-MASTER-RECORD
013670         INVALID KEY
013680             SET LOC-TRAN-INVALID TO TRUE
013690             MOVE 'ITEM-MASTER REWRITE FAILED'
013700                 TO LOC-EDIT-REASON
013710             GO TO 4000-APPLY-CHANGE-EXIT
013720     END-REWRITE.
013730     MOVE ITEM-MASTER-RECORD TO LOC-AFTER-IMAGE.
013740     MOVE 'C' TO LOC-RJNL-ACTION.
013750     PERFORM 6200-JOURNAL-UPDATE
013760         THRU 6200-JOURNAL-UPDATE-EXIT.
013770     ADD 1 TO LOC-CHANGE-COUNT.
013780     ADD 1 TO LOC-APPLIED-COUNT.
013790 4000-APPLY-CHANGE-EXIT.
013800     EXIT.
013810 
013820*****************************************************************
013830*  4050-CHECK-DISCONTINUED - A CHANGE OR RENAME NAMING A        *
013840*                    DISCONTINUED ITEM MAY ONLY KEEP IT ON A    *
013850*                    FACE ALREADY HOLDING IT, NOT MOVE IT ONTO  *
013860*                    ANOTHER ONE.  RUNS ON THE RECORD JUST READ *
013870*****************************************************************
013880 4050-CHECK-DISCONTINUED.
013890     IF LOC-ITEM-IS-DISC
013900        AND TRAN-ITEM-NUMBER NOT =
013910                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
013920         SET LOC-TRAN-INVALID TO TRUE
013930         MOVE 'ITEM IS DISCONTINUED' TO LOC-EDIT-REASON
013940     END-IF.
013950 4050-CHECK-DISCONTINUED-EXIT.
013960     EXIT.
013970 
013980*****************************************************************
013990*  4100-MOVE-CHANGE-FIELDS - CARRY ONLY THE TRANSACTION FIELDS  *
014000*                    THAT ARE NOT BLANK INTO THE RECORD JUST    *
014010*                    READ; EVERY BLANK FIELD KEEPS THE          *
014020*                    MASTER'S CURRENT VALUE                     *
014030*****************************************************************
014040 4100-MOVE-CHANGE-FIELDS.
014050     IF TRAN-NEW-STATUS NOT = SPACES
014060         IF TRAN-NEW-STATUS NOT =
014070                 LOC-STATUS OF ITEM-MASTER-RECORD
014080             MOVE LOC-CURRENT-DATE
014090                 TO LOC-STAT-DATE OF ITEM-MASTER-RECORD
014100         END-IF
014110         MOVE TRAN-NEW-STATUS
014120             TO LOC-STATUS OF ITEM-MASTER-RECORD
014130     END-IF.
014140     IF TRAN-ZONE NOT = SPACES
014150         MOVE TRAN-ZONE TO LOC-ZONE OF ITEM-MASTER-RECORD
014160     END-IF.
014170     IF TRAN-AISLE NOT = SPACES
014180         MOVE TRAN-AISLE TO LOC-AISLE OF ITEM-MASTER-RECORD
014190     END-IF.
014200     IF TRAN-BAY NOT = SPACES
014210         MOVE TRAN-BAY TO LOC-BAY OF ITEM-MASTER-RECORD
014220     END-IF.
014230     IF TRAN-ITEM-NUMBER NOT = SPACES
014240         MOVE TRAN-ITEM-NUMBER
014250             TO LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
014260     END-IF.
014270     IF TRAN-CAPACITY NOT = SPACES
014280         MOVE TRAN-CAPACITY TO LOC-CAPACITY OF ITEM-MASTER-RECORD
014290     END-IF.
014300     IF TRAN-REPL-MIN NOT = SPACES
014310         MOVE TRAN-REPL-MIN TO LOC-REPL-MIN OF ITEM-MASTER-RECORD
014320     END-IF.
014330     IF TRAN-REPL-MAX NOT = SPACES
014340         MOVE TRAN-REPL-MAX TO LOC-REPL-MAX OF ITEM-MASTER-RECORD
014350     END-IF.
014360 4100-MOVE-CHANGE-FIELDS-EXIT.
014370     EXIT.
014380 
014390*****************************************************************
014400*  5000-APPLY-DELETE - DELETE A LOCATION FROM THE FEED.  THE    *
014410*                    RECORD IS READ FIRST FOR THE JOURNAL'S     *
014420*                    BEFORE IMAGE                               *
014430*****************************************************************
014440 5000-APPLY-DELETE.
014450     MOVE LOC-TRAN-WHSE TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
014460     MOVE TRAN-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
014470     READ ITEM-MASTER
014480         INVALID KEY
014490             SET LOC-TRAN-INVALID TO TRUE
014500             IF LOC-ITEMMAST-NOTFOUND
014510                 MOVE 'LOCATION NOT ON FILE'
014520                     TO LOC-EDIT-REASON
014530             ELSE
014540                 MOVE 'ITEM-MASTER READ FAILED'
014550                     TO LOC-EDIT-REASON
014560             END-IF
014570             GO TO 5000-APPLY-DELETE-EXIT
014580     END-READ.
014590     MOVE ITEM-MASTER-RECORD TO LOC-BEFORE-IMAGE.
014600     DELETE ITEM-MASTER RECORD
014610         INVALID KEY
014620             SET LOC-TRAN-INVALID TO TRUE
014630             MOVE 'ITEM-MASTER DELETE FAILED'
014640                 TO LOC-EDIT-REASON
014650             GO TO 5000-APPLY-DELETE-EXIT
014660     END-DELETE.
014670     MOVE SPACES TO LOC-AFTER-IMAGE.
014680     MOVE 'D' TO LOC-RJNL-ACTION.
014690     PERFORM 6200-JOURNAL-UPDATE
014700         THRU 6200-JOURNAL-UPDATE-EXIT.
014710     ADD 1 TO LOC-DELETE-COUNT.
014720     ADD 1 TO LOC-APPLIED-COUNT.
014730 5000-APPLY-DELETE-EXIT.
014740     EXIT.
014750 
014760*****************************************************************
014770*  5500-APPLY-RENAME - MOVE A LOCATION TO A NEW CODE IN THE     *
014780*                    SAME WAREHOUSE.  THE RECORD IS WRITTEN     *
014790*                    UNDER THE NEW CODE (WITH ANY NON-BLANK     *
014800*                    TRANSACTION FIELDS APPLIED AS ON A CHANGE) *
014810*                    BEFORE THE OLD ONE IS DELETED, AND BACKED  *
014820*                    OUT AGAIN IF THAT DELETE FAILS, SO THE     *
014830*                    LOCATION IS NEVER ON FILE TWICE OR NOT AT  *
014840*                    ALL.  THE HISTORY FOLLOWS IN 5600          *
014850*****************************************************************
014860 5500-APPLY-RENAME.
014870     MOVE LOC-TRAN-WHSE TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
014880     MOVE TRAN-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
014890     READ ITEM-MASTER
014900         INVALID KEY
014910             SET LOC-TRAN-INVALID TO TRUE
014920             IF LOC-ITEMMAST-NOTFOUND
014930                 MOVE 'LOCATION NOT ON FILE'
014940                     TO LOC-EDIT-REASON
014950             ELSE
014960                 MOVE 'ITEM-MASTER READ FAILED'
014970                     TO LOC-EDIT-REASON
014980             END-IF
014990             GO TO 5500-APPLY-RENAME-EXIT
015000     END-READ.
015010     PERFORM 4050-CHECK-DISCONTINUED
015020         THRU 4050-CHECK-DISCONTINUED-EXIT.
015030     IF LOC-TRAN-INVALID
015040         GO TO 5500-APPLY-RENAME-EXIT
015050     END-IF.
015060     MOVE ITEM-MASTER-RECORD TO LOC-BEFORE-IMAGE.
015070     MOVE TRAN-NEW-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
015080     PERFORM 4100-MOVE-CHANGE-FIELDS
015090         THRU 4100-MOVE-CHANGE-FIELDS-EXIT.
015100     WRITE ITEM-MASTER-RECORD
015110         INVALID KEY
015120             SET LOC-TRAN-INVALID TO TRUE
015130             IF LOC-ITEMMAST-DUP-KEY
015140                 MOVE 'NEW LOCATION ALREADY ON FILE'
015150                     TO LOC-EDIT-REASON
015160             ELSE
015170                 MOVE 'ITEM-MASTER WRITE FAILED'
015180                     TO LOC-EDIT-REASON
015190             END-IF
015200             GO TO 5500-APPLY-RENAME-EXIT
015210     END-WRITE.
015220     MOVE ITEM-MASTER-RECORD TO LOC-AFTER-IMAGE.
015230     MOVE LOC-BEFORE-IMAGE TO ITEM-MASTER-RECORD.
015240     DELETE ITEM-MASTER RECORD
015250         INVALID KEY
015260             SET LOC-TRAN-INVALID TO TRUE
015270             MOVE 'ITEM-MASTER DELETE FAILED'
015280                 TO LOC-EDIT-REASON
015290             MOVE LOC-AFTER-IMAGE TO ITEM-MASTER-RECORD
015300             DELETE ITEM-MASTER RECORD
015310                 INVALID KEY
015320                     CONTINUE
015330             END-DELETE
015340             GO TO 5500-APPLY-RENAME-EXIT
015350     END-DELETE.
015360     MOVE 'N' TO LOC-RJNL-ACTION.
015370     PERFORM 6200-JOURNAL-UPDATE
015380         THRU 6200-JOURNAL-UPDATE-EXIT.
015390     MOVE LOC-TRAN-WHSE TO LOC-OLD-WHSE
015400                           LOC-NEW-WHSE.
015410     MOVE TRAN-LOC-CODE TO LOC-OLD-CODE.
015420     MOVE TRAN-NEW-LOC-CODE TO LOC-NEW-CODE.
015430     PERFORM 5600-MOVE-HISTORY
015440         THRU 5600-MOVE-HISTORY-EXIT.
015450     MOVE TRAN-ACTION TO APP-REN-ACTION.
015460     MOVE LOC-OLD-WHSE TO APP-REN-WHSE.
015470     MOVE LOC-OLD-CODE TO APP-REN-OLD-CODE.
015480     MOVE LOC-NEW-CODE TO APP-REN-NEW-CODE.
015490     MOVE LOC-SUSP-MOVED TO APP-REN-SUSP-MOVED.
015500     MOVE LOC-PEND-MOVED TO APP-REN-PEND-MOVED.
015510     MOVE LOC-OTSK-MOVED TO APP-REN-OTSK-MOVED.
015520     WRITE LOC-APPLY-RECORD FROM LOC-APP-RENAME-LINE.
015530     ADD 1 TO LOC-RENAME-COUNT.
015540     ADD 1 TO LOC-APPLIED-COUNT.
015550 5500-APPLY-RENAME-EXIT.
015560     EXIT.
015570 
015580*****************************************************************
015590*  5600-MOVE-HISTORY - CARRY THE LOCATION'S HISTORY FROM THE    *
015600*                    OLD KEY TO THE NEW ONE - THE LAST-COUNTED  *
015610*                    DATE, THE EXCEPTION HISTORY, EVERY PENDING *
015620*                    SUSPENSE ENTRY AND EVERY PARKED LOCPEND    *
015630*                    TRANSACTION FOR THE OLD CODE (SO A         *
015640*                    RELEASED REJECT OR A TRANSACTION COMING    *
015650*                    DUE APPLIES TO THE FACE UNDER ITS NEW      *
015660*                    CODE), AND AN OPEN REPLENISHMENT TASK (SO  *
015670*                    LOCREPL DOES NOT CUT THE FACE A SECOND     *
015680*                    ONE).  HISTORY ALREADY UNDER THE NEW KEY   *
015690*                    IS OVERWRITTEN - IT BELONGED TO A FACE     *
015700*                    THAT NO LONGER EXISTS                      *
015710*****************************************************************
015720 5600-MOVE-HISTORY.
015730     MOVE 'N' TO APP-REN-CNT-MOVED
015740                 APP-REN-EXH-MOVED
015750                 LOC-OTSK-MOVED.
015760     MOVE ZERO TO LOC-SUSP-MOVED
015770                  LOC-PEND-MOVED.
015780     PERFORM 5610-MOVE-COUNT-HISTORY
015790         THRU 5610-MOVE-COUNT-HISTORY-EXIT.
015800     PERFORM 5620-MOVE-EXCEPTION-HISTORY
015810         THRU 5620-MOVE-EXCEPTION-HISTORY-EXIT.
015820     PERFORM 5630-MOVE-SUSPENSE
015830         THRU 5630-MOVE-SUSPENSE-EXIT.
015840     PERFORM 5650-MOVE-PENDING
015850         THRU 5650-MOVE-PENDING-EXIT.
015860     PERFORM 5670-MOVE-OPEN-TASK
015870         THRU 5670-MOVE-OPEN-TASK-EXIT.
015880 5600-MOVE-HISTORY-EXIT.
015890     EXIT.
015900 
015910 5610-MOVE-COUNT-HISTORY.
015920     MOVE LOC-OLD-KEY TO CNT-KEY.
015930     READ LOC-CNTH-FILE
015940         INVALID KEY
015950             GO TO 5610-MOVE-COUNT-HISTORY-EXIT
015960     END-READ.
015970     MOVE LOC-CNTH-RECORD TO LOC-CNTH-SAVE.
015980     DELETE LOC-CNTH-FILE RECORD
015990         INVALID KEY
016000             CONTINUE
016010     END-DELETE.
016020     MOVE LOC-CNTH-SAVE TO LOC-CNTH-RECORD.
016030     MOVE LOC-NEW-KEY TO CNT-KEY.
016040     WRITE LOC-CNTH-RECORD
016050         INVALID KEY
016060             REWRITE LOC-CNTH-RECORD
016070                 INVALID KEY
016080                     CONTINUE
016090             END-REWRITE
016100     END-WRITE.
016110     MOVE 'Y' TO APP-REN-CNT-MOVED.
016120 5610-MOVE-COUNT-HISTORY-EXIT.
016130     EXIT.
016140 
016150 5620-MOVE-EXCEPTION-HISTORY.
016160     MOVE LOC-OLD-KEY TO EXH-KEY.
016170     READ LOC-EXH-FILE
016180         INVALID KEY
016190             GO TO 5620-MOVE-EXCEPTION-HISTORY-EXIT
016200     END-READ.
016210     MOVE LOC-EXH-RECORD TO LOC-EXH-SAVE.
016220     DELETE LOC-EXH-FILE RECORD
016230         INVALID KEY
016240             CONTINUE
016250     END-DELETE.
016260     MOVE LOC-EXH-SAVE TO LOC-EXH-RECORD.
016270     MOVE LOC-NEW-KEY TO EXH-KEY.
016280     WRITE LOC-EXH-RECORD
016290         INVALID KEY
016300             REWRITE LOC-EXH-RECORD
016310                 INVALID KEY
016320                     CONTINUE
016330             END-REWRITE
016340     END-WRITE.
016350     MOVE 'Y' TO APP-REN-EXH-MOVED.
016360 5620-MOVE-EXCEPTION-HISTORY-EXIT.
016370     EXIT.
016380 
016390*****************************************************************
016400*  5630-MOVE-SUSPENSE - THE SUSPENSE FILE IS KEYED BY WHEN THE  *
016410*                    REJECT HAPPENED, NOT BY LOCATION, SO IT IS *
016420*                    WALKED END TO END.  THE WAREHOUSE AND CODE *
016430*                    ARE BYTES 2-3 AND 4-13 OF THE SUSPENDED    *
016440*                    LOCTRAN IMAGE; A BLANK WAREHOUSE IS 01     *
016450*****************************************************************
016460 5630-MOVE-SUSPENSE.
016470     MOVE LOW-VALUES TO SUS-KEY.
016480     MOVE 'N' TO LOC-SUSP-EOF-SWITCH.
016490     START LOC-SUSP-FILE
016500         KEY NOT LESS THAN SUS-KEY
016510         INVALID KEY
016520             GO TO 5630-MOVE-SUSPENSE-EXIT
016530     END-START.
016540     PERFORM 5640-MOVE-ONE-SUSPENSE
016550         THRU 5640-MOVE-ONE-SUSPENSE-EXIT
016560         UNTIL LOC-SUSP-EOF.
016570 5630-MOVE-SUSPENSE-EXIT.
016580     EXIT.
016590 
016600 5640-MOVE-ONE-SUSPENSE.
016610     READ LOC-SUSP-FILE NEXT RECORD
016620         AT END
016630             SET LOC-SUSP-EOF TO TRUE
016640             GO TO 5640-MOVE-ONE-SUSPENSE-EXIT
016650     END-READ.
016660     MOVE SUS-TRAN (2:2) TO LOC-SUSP-WHSE.
016670     IF LOC-SUSP-WHSE = SPACES
016680         MOVE '01' TO LOC-SUSP-WHSE
016690     END-IF.
016700     IF LOC-SUSP-WHSE NOT = LOC-OLD-WHSE
016710        OR SUS-TRAN (4:10) NOT = LOC-OLD-CODE
016720         GO TO 5640-MOVE-ONE-SUSPENSE-EXIT
016730     END-IF.
016740     MOVE LOC-NEW-CODE TO SUS-TRAN (4:10).
016750     REWRITE LOC-SUSP-RECORD
016760         INVALID KEY
016770             DISPLAY 'LOC0912E LOCAPPLY - SUSPENSE REWRITE '
016780                     'FAILED, STATUS ' LOC-SUSP-STATUS
016790                     UPON CONSOLE
016800         NOT INVALID KEY
016810             ADD 1 TO LOC-SUSP-MOVED
016820     END-REWRITE.
016830 5640-MOVE-ONE-SUSPENSE-EXIT.
016840     EXIT.
016850 
016860*****************************************************************
016870*  5650-MOVE-PENDING - LOCPEND IS KEYED BY EFFECTIVE DATE, SO   *
016880*                    IT TOO IS WALKED END TO END.  THE PARKED   *
016890*                    TRANSACTION'S CODE IS MOVED IN BOTH THE    *
016900*                    SCHEDULE KEY AND BYTES 4-13 OF THE LOCTRAN *
016910*                    IMAGE; PND-WHSE-ID WAS ALREADY DEFAULTED   *
016920*                    TO 01 WHEN THE TRANSACTION WAS PARKED      *
016930*****************************************************************
016940 5650-MOVE-PENDING.
016950     MOVE LOW-VALUES TO PND-KEY.
016960     MOVE 'N' TO LOC-PEND-EOF-SWITCH.
016970     START LOC-PEND-FILE
016980         KEY NOT LESS THAN PND-KEY
016990         INVALID KEY
017000             GO TO 5650-MOVE-PENDING-EXIT
017010     END-START.
017020     PERFORM 5660-MOVE-ONE-PENDING
017030         THRU 5660-MOVE-ONE-PENDING-EXIT
017040         UNTIL LOC-PEND-EOF.
017050     MOVE 'N' TO LOC-PEND-EOF-SWITCH.
017060 5650-MOVE-PENDING-EXIT.
017070     EXIT.
017080 
017090 5660-MOVE-ONE-PENDING.
017100     READ LOC-PEND-FILE NEXT RECORD
017110         AT END
017120             SET LOC-PEND-EOF TO TRUE
017130             GO TO 5660-MOVE-ONE-PENDING-EXIT
017140     END-READ.
017150     IF PND-WHSE-ID NOT = LOC-OLD-WHSE
017160        OR PND-LOC-CODE NOT = LOC-OLD-CODE
017170         GO TO 5660-MOVE-ONE-PENDING-EXIT
017180     END-IF.
017190     MOVE LOC-NEW-CODE TO PND-LOC-CODE
017200                          PND-TRAN (4:10).
017210     REWRITE LOC-PND-RECORD
017220         INVALID KEY
017230             DISPLAY 'LOC0919E LOCAPPLY - LOCPEND REWRITE '
017240                     'FAILED, STATUS ' LOC-PEND-STATUS
017250                     UPON CONSOLE
017260         NOT INVALID KEY
017270             ADD 1 TO LOC-PEND-MOVED
017280     END-REWRITE.
017290 5660-MOVE-ONE-PENDING-EXIT.
017300     EXIT.
017310 
017320*****************************************************************
017330*  5670-MOVE-OPEN-TASK - THE TASK IS WRITTEN UNDER THE NEW KEY  *
017340*                    BEFORE THE OLD ONE IS DELETED, SO IT IS    *
017350*                    NEVER OFF THE FILE.  A CONFIRMATION THE    *
017360*                    WMS STILL SENDS UNDER THE OLD CODE IS      *
017370*                    TRACED TO THE NEW ONE BY LOCTASK           *
017380*****************************************************************
017390 5670-MOVE-OPEN-TASK.
017400     MOVE LOC-OLD-KEY TO OTK-KEY.
017410     READ LOC-OTSK-FILE
017420         INVALID KEY
017430             GO TO 5670-MOVE-OPEN-TASK-EXIT
017440     END-READ.
017450     MOVE LOC-OTSK-RECORD TO LOC-OTSK-SAVE.
017460     MOVE LOC-NEW-KEY TO OTK-KEY.
017470     WRITE LOC-OTSK-RECORD
017480         INVALID KEY
017490             REWRITE LOC-OTSK-RECORD
017500                 INVALID KEY
017510                     DISPLAY 'LOC0915E LOCAPPLY - OPEN TASK MOVE '
017520                             'FAILED, STATUS ' LOC-OTSK-STATUS
017530                             UPON CONSOLE
017540                     GO TO 5670-MOVE-OPEN-TASK-EXIT
017550             END-REWRITE
017560     END-WRITE.
017570     MOVE LOC-OTSK-SAVE TO LOC-OTSK-RECORD.
017580     DELETE LOC-OTSK-FILE RECORD
017590         INVALID KEY
017600             CONTINUE
017610     END-DELETE.
017620     MOVE 'Y' TO LOC-OTSK-MOVED.
017630 5670-MOVE-OPEN-TASK-EXIT.
017640     EXIT.
017650 
017660*****************************************************************
017670*  6000-WRITE-REJECT - LIST A REJECTED OR HELD TRANSACTION ON   *
017680*                    THE REGISTER                               *
017690*****************************************************************
017700 6000-WRITE-REJECT.
017710     IF LOC-TRAN-HELD
017720         ADD 1 TO LOC-HELD-COUNT
017730     ELSE
017740         ADD 1 TO LOC-REJECT-COUNT
017750     END-IF.
017760     MOVE TRAN-ACTION TO APP-REJ-ACTION.
017770     MOVE TRAN-WHSE-ID TO APP-REJ-WHSE.
017780     MOVE TRAN-LOC-CODE TO APP-REJ-CODE.
017790     MOVE LOC-EDIT-REASON TO APP-REJ-REASON.
017800     WRITE LOC-APPLY-RECORD FROM LOC-APP-REJECT-LINE.
017810     PERFORM 6100-SUSPEND-REJECT
017820         THRU 6100-SUSPEND-REJECT-EXIT.
017830 6000-WRITE-REJECT-EXIT.
017840     EXIT.
017850 
017860*****************************************************************
017870*  6100-SUSPEND-REJECT - PARK THE REJECTED TRANSACTION ON THE   *
017880*                    KEYED LOCSUSP SUSPENSE FILE WITH THE       *
017890*                    REASON AND THE DATE.  THE KEY SEQUENCE     *
017900*                    NUMBER IS BUMPED AND THE WRITE RETRIED     *
017910*                    WHEN TWO REJECTS LAND ON THE SAME SECOND,  *
017920*                    THE WAY LOCMAINT JOURNALS TO LOCAUDIT      *
017930*****************************************************************
017940 6100-SUSPEND-REJECT.
017950     ACCEPT LOC-SUSP-TIME FROM TIME.
017960     MOVE LOC-CURRENT-DATE TO SUS-DATE.
017970     MOVE LOC-SUSP-TIME (1:6) TO SUS-TIME.
017980     MOVE 1 TO SUS-SEQ.
017990     MOVE LOC-EDIT-REASON TO SUS-REASON.
018000     MOVE LOC-TRAN-RECORD TO SUS-TRAN.
018010     MOVE 'N' TO LOC-SUSP-DONE-SWITCH.
018020     PERFORM 6110-WRITE-SUSPENSE
018030         THRU 6110-WRITE-SUSPENSE-EXIT
018040         UNTIL LOC-SUSP-DONE.
018050 6100-SUSPEND-REJECT-EXIT.
018060     EXIT.
018070 
018080 6110-WRITE-SUSPENSE.
018090     WRITE LOC-SUSP-RECORD
018100         INVALID KEY
018110             IF LOC-SUSP-DUP-KEY AND SUS-SEQ < 9999
018120                 ADD 1 TO SUS-SEQ
018130             ELSE
018140                 DISPLAY 'LOC0910E LOCAPPLY - SUSPENSE WRITE '
018150                         'FAILED, STATUS ' LOC-SUSP-STATUS
018160                         UPON CONSOLE
018170                 SET LOC-SUSP-DONE TO TRUE
018180             END-IF
018190         NOT INVALID KEY
018200             SET LOC-SUSP-DONE TO TRUE
018210     END-WRITE.
018220 6110-WRITE-SUSPENSE-EXIT.
018230     EXIT.
018240 
018250*****************************************************************
018260*  6200-JOURNAL-UPDATE - WRITE ONE APPLIED UPDATE TO THE        *
018270*                    LOCRJNL RECOVERY JOURNAL.  THE CALLER      *
018280*                    SETS LOC-RJNL-ACTION AND THE BEFORE/AFTER  *
018290*                    IMAGES.  THE STAMP IS THE CLOCK AT THE     *
018300*                    MOMENT OF THE UPDATE (NOT THE RUN DATE)    *
018310*                    SO A RUN THAT CROSSES MIDNIGHT STILL       *
018320*                    JOURNALS IN TRUE ORDER; THE SEQUENCE IS    *
018330*                    BUMPED ON A DUPLICATE KEY AS IN 6110       *
018340*****************************************************************
018350 6200-JOURNAL-UPDATE.
018360     ACCEPT LOC-RJNL-DATE FROM DATE YYYYMMDD.
018370     ACCEPT LOC-RJNL-TIME FROM TIME.
018380     MOVE LOC-RJNL-DATE TO RJN-DATE.
018390     MOVE LOC-RJNL-TIME (1:6) TO RJN-TIME.
018400     MOVE 1 TO RJN-SEQ.
018410     MOVE 'LOCAPPLY' TO RJN-PROGRAM.
018420     MOVE SPACES TO RJN-OPERATOR.
018430     MOVE LOC-RJNL-ACTION TO RJN-ACTION.
018440     MOVE LOC-BEFORE-IMAGE TO RJN-BEFORE-IMAGE.
018450     MOVE LOC-AFTER-IMAGE TO RJN-AFTER-IMAGE.
018460     MOVE 'N' TO LOC-RJNL-DONE-SWITCH.
018470     PERFORM 6210-WRITE-JOURNAL
018480         THRU 6210-WRITE-JOURNAL-EXIT
018490         UNTIL LOC-RJNL-DONE.
018500 6200-JOURNAL-UPDATE-EXIT.
018510     EXIT.
018520 
018530 6210-WRITE-JOURNAL.
018540     WRITE LOC-RJNL-RECORD
018550         INVALID KEY
018560             IF LOC-RJNL-DUP-KEY AND RJN-SEQ < 9999
018570                 ADD 1 TO RJN-SEQ
018580             ELSE
018590                 DISPLAY 'LOC0911E LOCAPPLY - RECOVERY JOURNAL '
018600                         'WRITE FAILED, STATUS ' LOC-RJNL-STATUS
018610                         UPON CONSOLE
018620                 SET LOC-RJNL-DONE TO TRUE
018630             END-IF
018640         NOT INVALID KEY
018650             SET LOC-RJNL-DONE TO TRUE
018660     END-WRITE.
018670 6210-WRITE-JOURNAL-EXIT.
018680     EXIT.
018690 
018700*****************************************************************
018710*  7000-WRITE-SUMMARY - APPLIED-COUNTS SUMMARY AND THE RETURN   *
018720*                    CODE FOR THE NIGHTLY CHAIN                 *
018730*****************************************************************
018740 7000-WRITE-SUMMARY.
018750     MOVE SPACES TO LOC-APPLY-RECORD.
018760     WRITE LOC-APPLY-RECORD.
018770     MOVE LOC-TRAN-COUNT TO APP-TOT-READ.
018780     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-1.
018790     MOVE LOC-ADD-COUNT TO APP-TOT-ADDS.
018800     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-2.
018810     MOVE LOC-CHANGE-COUNT TO APP-TOT-CHANGES.
018820     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-3.
018830     MOVE LOC-DELETE-COUNT TO APP-TOT-DELETES.
018840     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-4.
018850     MOVE LOC-RENAME-COUNT TO APP-TOT-RENAMES.
018860     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-6.
018870     MOVE LOC-REJECT-COUNT TO APP-TOT-REJECTS.
018880     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-5.
018890     MOVE LOC-HELD-COUNT TO APP-TOT-HELD.
018900     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-7.
018910     MOVE LOC-RELEASED-COUNT TO APP-TOT-RELEASED.
018920     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-8.
018930     MOVE LOC-PARKED-COUNT TO APP-TOT-PARKED.
018940     WRITE LOC-APPLY-RECORD FROM LOC-APP-TOTAL-9.
018950     IF LOC-REJECT-COUNT > ZERO
018960         IF LOC-APPLIED-COUNT = ZERO
018970             MOVE 8 TO RETURN-CODE
018980         ELSE
018990             MOVE 4 TO RETURN-CODE
019000         END-IF
019010     END-IF.
019020 7000-WRITE-SUMMARY-EXIT.
019030     EXIT.
019040 
019050*****************************************************************
019060*  7900-CLEAR-CHECKPOINT - THE CHECKPOINT MUST NOT OUTLIVE THE  *
019070*                    FEED IT WAS WRITTEN FOR.  ONCE THE FEED    *
019080*                    HAS BEEN READ TO END - WHATEVER THE MIX    *
019090*                    OF APPLIES AND REJECTS - THE CTL2 RECORD   *
019100*                    COMES OFF SO THE NEXT NIGHT'S RUN IS NOT   *
019110*                    REFUSED AND A STALE RESTART CANNOT SKIP    *
019120*                    LIVE TRANSACTIONS                          *
019130*****************************************************************
019140 7900-CLEAR-CHECKPOINT.
019150     MOVE 'CTL2' TO CKPT-KEY.
019160     DELETE LOC-CKPT-FILE RECORD
019170         INVALID KEY
019180             CONTINUE
019190     END-DELETE.
019200 7900-CLEAR-CHECKPOINT-EXIT.
019210     EXIT.
019220 
019230*****************************************************************
019240*  8000-TERMINATE - CLOSE THE FILES                             *
019250*****************************************************************
019260 8000-TERMINATE.
019270     IF LOC-AT-EOF
019280         PERFORM 7900-CLEAR-CHECKPOINT
019290             THRU 7900-CLEAR-CHECKPOINT-EXIT
019300     END-IF.
019310     CLOSE ITEM-MASTER
019320           LOC-TRAN-FILE
019330           LOC-APPLY-REPORT
019340           LOC-ITEM-FILE
019350           LOC-CKPT-FILE
019360           LOC-SUSP-FILE
019370           LOC-RJNL-FILE
019380           LOC-CNTH-FILE
019390           LOC-EXH-FILE
019400           LOC-PEND-FILE
019410           LOC-OTSK-FILE.
019420     IF LOC-FRZ-PRESENT
019430         CLOSE LOC-FRZ-FILE
019440     END-IF.
019450     IF RETURN-CODE < 8
019460         DISPLAY 'LOC0021I LOCAPPLY - NORMAL COMPLETION, '
019470                 LOC-APPLIED-COUNT ' APPLIED, '
019480                 LOC-REJECT-COUNT ' REJECTED, '
019490                 LOC-HELD-COUNT ' HELD FOR COUNT, '
019500                 LOC-PARKED-COUNT ' SCHEDULED' UPON CONSOLE
019510     ELSE
019520         DISPLAY 'LOC0022E LOCAPPLY - ABENDING, RETURN CODE '
019530                 RETURN-CODE UPON CONSOLE
019540     END-IF.
019550 8000-TERMINATE-EXIT.
019560     EXIT.
019570     STOP RUN.
