000110*  ADD, CHANGE, DELETE AND INQUIRE ON A SINGLE LOCATION AT A     *
000120*  TIME.  FIRST OF THE PICK-FACE MAINTENANCE/ORDER-ENTRY SUITE   *
000130*  TO RUN INTERACTIVELY RATHER THAN AS A BATCH STEP.             *
000140*  ALSO REINSTATES ARCHIVED LOCATIONS, FINDS FACES BY ITEM AND  *
000150*  RENAMES A LOCATION TO A NEW CODE.                            *
000160*                                                                *
000170*  A FACE ON THE LOCFRZN COUNT-FREEZE FILE IS ON TODAY'S CYCLE- *
000180*  COUNT LIST.  CHANGE, DELETE AND RENAME REFUSE IT UNLESS A    *
000190*  SUPERVISOR (AUTHORITY 3) CONFIRMS AN OVERRIDE; THE OVERRIDE  *
000200*  IS AUDITED WITH AUD-OUTCOME 'F' AND A REFUSAL WITH 'X'.      *
000210*                                                                *
000220*  AN ITEM DISCONTINUED ON ITEMREF (SEE LOCITMFD) CANNOT BE     *
000230*  ASSIGNED TO A FACE ON AN ADD OR A CHANGE.  A FACE ALREADY    *
000240*  HOLDING IT KEEPS IT UNTIL SLOTTING CLEARS THE FACE.          *
000250*                                                                *
000260*  MOD HISTORY                                                  *
000270*  ---------- --- --------------------------------------------- *
000280*  2026-08-09 RSM  ORIGINAL                                      *
000290*  2026-08-09 RSM  INVALID KEY MESSAGES NOW DISTINGUISH A        *
000300*                  GENUINE DUP-KEY/NOT-FOUND CONDITION FROM AN   *
000310*                  UNEXPECTED ITEM-MASTER STATUS USING THE       *
000320*                  LOC-ITEMMAST-DUP-KEY/-NOTFOUND LEVEL-88S      *
000330*  2026-08-22 RSM  EXPANDED LOCATION RECORD - ADD/CHANGE NOW     *
000340*                  PROMPT FOR ZONE/AISLE/BAY, ASSIGNED ITEM,     *
000350*                  CAPACITY AND REPLENISHMENT MIN/MAX; CHANGE    *
000360*                  KEEPS THE CURRENT VALUE WHEN THE REPLY IS     *
000370*                  LEFT BLANK; INQUIRY SHOWS EVERY FIELD         *
000380*  2026-08-22 RSM  EVERY ADD, CHANGE AND DELETE IS NOW           *
000390*                  JOURNALED TO THE KEYED LOCAUDIT FILE WITH     *
000400*                  DATE, TIME, OPERATOR, ACTION AND THE          *
000410*                  BEFORE/AFTER RECORD IMAGES (SEE LOCAUDRP      *
000420*                  FOR THE DAILY AUDIT REPORT)                   *
000430*  2026-08-22 RSM  LOC-STAT-DATE IS STAMPED ON EVERY ADD AND     *
000440*                  ON EVERY CHANGE THAT FLIPS THE STATUS BYTE    *
000450*                  (LOCPURGE AGES INACTIVE LOCATIONS BY IT);     *
000460*                  NEW MENU OPTION 5 REINSTATES A LOCATION       *
000470*                  LOCPURGE MOVED TO THE LOCARCH ARCHIVE         *
000480*  2026-09-03 RSM  AN ASSIGNED ITEM NUMBER ENTERED ON AN ADD OR  *
000490*                  A CHANGE MUST NOW BE ON THE ITEMREF ITEM      *
000500*                  REFERENCE FILE (SEE ITMMAINT); THE INQUIRY    *
000510*                  SHOWS THE ITEM DESCRIPTION NEXT TO THE        *
000520*                  NUMBER                                        *
000530*  2026-09-03 RSM  NEW MENU OPTION 6 - FIND BY ITEM.  LISTS      *
000540*                  EVERY PICK FACE HOLDING A GIVEN ITEM THROUGH  *
000550*                  THE NEW ALTERNATE ITEM-NUMBER KEY ON THE      *
000560*                  ITEM-MASTER (BUILT BY LOCCONV) INSTEAD OF A   *
000570*                  WHOLE-FILE SCAN                               *
000580*  2026-09-03 RSM  MULTI-WAREHOUSE - EVERY ACTION NOW ASKS FOR   *
000590*                  THE WAREHOUSE ID (BLANK IS TAKEN AS 01) AND   *
000600*                  WORKS THE WAREHOUSE + CODE KEY; THE ARCHIVE   *
000610*                  AND AUDIT RECORDS GREW IN STEP               *
000620*  2026-09-03 RSM  SIGN-ON IS NOW CHECKED AGAINST THE LOCOPER    *
000630*                  OPERATOR PROFILE FILE (SEE OPRMAINT) AND      *
000640*                  ACTIONS ARE GATED BY AUTHORITY - 1 INQUIRY    *
000650*                  ONLY, 2 ADD/CHANGE, 3 DELETE AND REINSTATE    *
000660*                  AS WELL.  A REFUSED ACTION IS JOURNALED TO    *
000670*                  LOCAUDIT WITH AUD-OUTCOME 'X' SO LOCAUDRP     *
000680*                  SHOWS ATTEMPTED AS WELL AS COMPLETED          *
000690*                  MAINTENANCE                                   *
000700*  2026-10-15 RSM  EVERY COMPLETED ADD, CHANGE, DELETE AND      *
000710*                  REINSTATE IS ALSO WRITTEN TO THE KEYED       *
000720*                  LOCRJNL RECOVERY JOURNAL SHARED WITH THE     *
000730*                  BATCH UPDATERS (A REINSTATE GOES ON AS AN    *
000740*                  ADD); LOCRCVR ROLLS A RESTORED SNAPSHOT      *
000750*                  FORWARD FROM IT                              *
000760*  2026-10-15 RSM  NEW MENU OPTION 7 - RENAME A LOCATION (AUTH  *
000770*                  3).  THE RECORD MOVES TO THE NEW CODE IN THE *
000780*                  SAME WAREHOUSE AND TAKES ITS LOCCNTH COUNT   *
000790*                  HISTORY, LOCEXHST EXCEPTION HISTORY AND      *
000800*                  PENDING LOCSUSP ENTRIES WITH IT; AUDITED     *
000810*                  AND JOURNALED AS ONE RENAME (ACTION 'N')     *
000820*  2026-10-15 RSM  COUNT FREEZE - CHANGE, DELETE AND RENAME OF  *
000830*                  A FACE ON THE LOCFRZN FILE NEED A SUPERVISOR *
000840*                  OVERRIDE (AUDITED AS OUTCOME 'F'); A DELETE  *
000850*                  LIFTS THE FREEZE AND A RENAME CARRIES IT TO  *
000860*                  THE NEW CODE                                 *
000870*  2026-10-15 RSM  AN ITEM DISCONTINUED ON ITEMREF IS REFUSED ON*
000880*                  AN ADD OR CHANGE (LOC0827E); RE-ENTERING A   *
000890*                  FACE'S CURRENT ITEM ON A CHANGE IS NO LONGER *
000900*                  RE-VALIDATED.  THE INQUIRY FLAGS A           *
000910*                  DISCONTINUED ITEM                            *
000920*  2026-10-15 RSM  A RENAME NOW ALSO CARRIES THE OLD CODE'S     *
000930*                  FUTURE-DATED TRANSACTIONS PARKED ON LOCPEND  *
000940*                  TO THE NEW CODE                              *
000950*  2026-10-15 RSM  A RENAME NOW ALSO CARRIES AN OPEN LOCOTSK    *
000960*                  REPLENISHMENT TASK TO THE NEW CODE, SO       *
000970*                  LOCREPL DOES NOT CUT A SECOND ONE            *
000980*****************************************************************
000990 ENVIRONMENT DIVISION.
001000 CONFIGURATION SECTION.
001010 SOURCE-COMPUTER.  IBM-370.
001020 OBJECT-COMPUTER.  IBM-370.
001030 INPUT-OUTPUT SECTION.
001040 FILE-CONTROL.
001050     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
001060            ORGANIZATION IS INDEXED
001070            ACCESS MODE IS DYNAMIC
001080            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
001090            ALTERNATE RECORD KEY IS
001100                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
001110                WITH DUPLICATES
001120            FILE STATUS IS LOC-ITEMMAST-STATUS.
001130 
001140     SELECT LOC-AUDIT-FILE   ASSIGN TO LOCAUDIT
001150            ORGANIZATION IS INDEXED
001160            ACCESS MODE IS DYNAMIC
001170            RECORD KEY IS AUD-KEY
001180            FILE STATUS IS LOC-AUDIT-STATUS.
001190 
001200     SELECT LOC-ARCH-FILE    ASSIGN TO LOCARCH
001210            ORGANIZATION IS INDEXED
001220            ACCESS MODE IS DYNAMIC
001230            RECORD KEY IS ARC-KEY
001240            FILE STATUS IS LOC-ARCH-STATUS.
001250 
001260     SELECT LOC-ITEM-FILE    ASSIGN TO ITEMREF
001270            ORGANIZATION IS INDEXED
001280            ACCESS MODE IS DYNAMIC
001290            RECORD KEY IS ITM-ITEM-NUMBER
001300            FILE STATUS IS LOC-ITEMREF-STATUS.
001310 
001320     SELECT LOC-OPER-FILE    ASSIGN TO LOCOPER
001330            ORGANIZATION IS INDEXED
001340            ACCESS MODE IS DYNAMIC
001350            RECORD KEY IS OPR-ID
001360            FILE STATUS IS LOC-OPER-STATUS.
001370 
001380     SELECT LOC-RJNL-FILE    ASSIGN TO LOCRJNL
001390            ORGANIZATION IS INDEXED
001400            ACCESS MODE IS DYNAMIC
001410            RECORD KEY IS RJN-KEY
001420            FILE STATUS IS LOC-RJNL-STATUS.
001430 
001440     SELECT LOC-CNTH-FILE    ASSIGN TO LOCCNTH
001450            ORGANIZATION IS INDEXED
001460            ACCESS MODE IS DYNAMIC
001470            RECORD KEY IS CNT-KEY
001480            FILE STATUS IS LOC-CNTH-STATUS.
001490 
001500     SELECT LOC-EXH-FILE     ASSIGN TO LOCEXHST
001510            ORGANIZATION IS INDEXED
001520            ACCESS MODE IS DYNAMIC
001530            RECORD KEY IS EXH-KEY
001540            FILE STATUS IS LOC-EXH-STATUS.
001550 
001560     SELECT LOC-SUSP-FILE    ASSIGN TO LOCSUSP
001570            ORGANIZATION IS INDEXED
001580            ACCESS MODE IS DYNAMIC
001590            RECORD KEY IS SUS-KEY
001600            FILE STATUS IS LOC-SUSP-STATUS.
001610 
001620     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
001630            ORGANIZATION IS INDEXED
001640            ACCESS MODE IS DYNAMIC
001650            RECORD KEY IS FRZ-KEY
001660            FILE STATUS IS LOC-FRZ-STATUS.
001670 
001680     SELECT LOC-PEND-FILE    ASSIGN TO LOCPEND
001690            ORGANIZATION IS INDEXED
001700            ACCESS MODE IS DYNAMIC
001710            RECORD KEY IS PND-KEY
001720            ALTERNATE RECORD KEY IS PND-SCHED-KEY
001730                WITH DUPLICATES
001740            FILE STATUS IS LOC-PEND-STATUS.
001750 
001760     SELECT LOC-OTSK-FILE    ASSIGN TO LOCOTSK
001770            ORGANIZATION IS INDEXED
001780            ACCESS MODE IS DYNAMIC
001790            RECORD KEY IS OTK-KEY
001800            FILE STATUS IS LOC-OTSK-STATUS.
001810 DATA DIVISION.
001820 FILE SECTION.
001830 FD  ITEM-MASTER
001840     LABEL RECORDS ARE STANDARD
001850     RECORD CONTAINS 52 CHARACTERS.
001860     COPY LOCREC
001870         REPLACING ==:LOC-LVL:==    BY ==01==
001880                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001890                   ==:LOC-SUBLVL:== BY ==05==
001900                   ==:LOC-OCCURS:== BY ==      ==.
001910 
001920 FD  LOC-AUDIT-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 134 CHARACTERS.
001950     COPY LOCAUD.
001960 
001970 FD  LOC-ARCH-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 62 CHARACTERS.
002000     COPY LOCARC.
002010 
002020 FD  LOC-ITEM-FILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 50 CHARACTERS.
002050     COPY LOCITM.
002060 
002070 FD  LOC-OPER-FILE
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 40 CHARACTERS.
002100     COPY LOCOPR.
002110 
002120 FD  LOC-RJNL-FILE
002130     LABEL RECORDS ARE STANDARD
002140     RECORD CONTAINS 140 CHARACTERS.
002150     COPY LOCRJN.
002160 
002170 FD  LOC-CNTH-FILE
002180     LABEL RECORDS ARE STANDARD
002190     RECORD CONTAINS 22 CHARACTERS.
002200     COPY LOCCNT.
002210 
002220 FD  LOC-EXH-FILE
002230     LABEL RECORDS ARE STANDARD
002240     RECORD CONTAINS 62 CHARACTERS.
002250     COPY LOCEXH.
002260 
002270 FD  LOC-SUSP-FILE
002280     LABEL RECORDS ARE STANDARD
002290     RECORD CONTAINS 130 CHARACTERS.
002300     COPY LOCSUS.
002310 
002320 FD  LOC-FRZ-FILE
002330     LABEL RECORDS ARE STANDARD
002340     RECORD CONTAINS 50 CHARACTERS.
002350     COPY LOCFRZ.
002360 
002370 FD  LOC-PEND-FILE
002380     LABEL RECORDS ARE STANDARD
002390     RECORD CONTAINS 130 CHARACTERS.
002400     COPY LOCPND.
002410 
002420 FD  LOC-OTSK-FILE
002430     LABEL RECORDS ARE STANDARD
002440     RECORD CONTAINS 50 CHARACTERS.
002450     COPY LOCOTK.
002460 
002470 WORKING-STORAGE SECTION.
002480 01  LOC-ITEMMAST-STATUS             PIC X(02).
002490     88  LOC-ITEMMAST-OK                 VALUE '00'.
002500     88  LOC-ITEMMAST-DUP-KEY            VALUE '22'.
002510     88  LOC-ITEMMAST-NOTFOUND           VALUE '23'.
002520 01  LOC-AUDIT-STATUS                PIC X(02).
002530     88  LOC-AUDIT-OK                    VALUE '00'.
002540     88  LOC-AUDIT-DUP-KEY               VALUE '22'.
002550 01  LOC-ARCH-STATUS                 PIC X(02).
002560     88  LOC-ARCH-OK                     VALUE '00'.
002570     88  LOC-ARCH-NOTFOUND               VALUE '23'.
002580 01  LOC-ITEMREF-STATUS              PIC X(02).
002590     88  LOC-ITEMREF-OK                  VALUE '00'.
002600     88  LOC-ITEMREF-NOTFOUND            VALUE '23'.
002610 01  LOC-OPER-STATUS                 PIC X(02).
002620     88  LOC-OPER-OK                     VALUE '00'.
002630     88  LOC-OPER-NOTFOUND               VALUE '23'.
002640 01  LOC-RJNL-STATUS                 PIC X(02).
002650     88  LOC-RJNL-OK                     VALUE '00'.
002660     88  LOC-RJNL-DUP-KEY                VALUE '22'.
002670 01  LOC-CNTH-STATUS                 PIC X(02).
002680     88  LOC-CNTH-OK                     VALUE '00'.
002690 01  LOC-EXH-STATUS                  PIC X(02).
002700     88  LOC-EXH-OK                      VALUE '00'.
002710 01  LOC-SUSP-STATUS                 PIC X(02).
002720     88  LOC-SUSP-OK                     VALUE '00'.
002730 01  LOC-FRZ-STATUS                  PIC X(02).
002740     88  LOC-FRZ-OK                      VALUE '00'.
002750 01  LOC-PEND-STATUS                 PIC X(02).
002760     88  LOC-PEND-OK                     VALUE '00'.
002770 01  LOC-OTSK-STATUS                 PIC X(02).
002780     88  LOC-OTSK-OK                     VALUE '00'.
002790 
002800 01  LOC-DONE-SWITCH                 PIC X(01)  VALUE 'N'.
002810     88  LOC-DONE                        VALUE 'Y'.
002820 
002830 01  LOC-MENU-CHOICE                 PIC X(01)  VALUE SPACES.
002840 
002850 01  LOC-WHSE-ENTERED                PIC X(02)  VALUE SPACES.
002860 01  LOC-KEY-ENTERED                 PIC X(10)  VALUE SPACES.
002870 01  LOC-STATUS-ENTERED              PIC X(01)  VALUE SPACES.
002880 01  LOC-CONFIRM-ENTERED             PIC X(01)  VALUE SPACES.
002890 01  LOC-ZONE-ENTERED                PIC X(02)  VALUE SPACES.
002900 01  LOC-AISLE-ENTERED               PIC X(02)  VALUE SPACES.
002910 01  LOC-BAY-ENTERED                 PIC X(02)  VALUE SPACES.
002920 01  LOC-ITEM-ENTERED                PIC X(08)  VALUE SPACES.
002930 01  LOC-ITEM-CHECK-SWITCH           PIC X(01)  VALUE 'Y'.
002940     88  LOC-ITEM-ON-FILE                VALUE 'Y'.
002950     88  LOC-ITEM-UNKNOWN                VALUE 'N'.
002960 01  LOC-FIND-DONE-SWITCH            PIC X(01)  VALUE 'N'.
002970     88  LOC-FIND-DONE                   VALUE 'Y'.
002980 01  LOC-FACES-FOUND                 PIC 9(04)  VALUE ZERO.
002990 01  LOC-FREEZE-SWITCH               PIC X(01)  VALUE 'C'.
003000     88  LOC-FREEZE-CLEAR                VALUE 'C'.
003010     88  LOC-FREEZE-OVERRIDDEN           VALUE 'O'.
003020     88  LOC-FREEZE-REFUSED              VALUE 'R'.
003030 
003040*****************************************************************
003050*  RENAME WORK FIELDS - THE OLD AND NEW WAREHOUSE + CODE KEYS   *
003060*  AND THE HISTORY RECORDS BEING CARRIED ACROSS                 *
003070*****************************************************************
003080 01  LOC-NEW-CODE-ENTERED            PIC X(10)  VALUE SPACES.
003090 01  LOC-OLD-KEY.
003100     05  LOC-OLD-WHSE                PIC X(02).
003110     05  LOC-OLD-CODE                PIC X(10).
003120 01  LOC-NEW-KEY.
003130     05  LOC-NEW-WHSE                PIC X(02).
003140     05  LOC-NEW-CODE                PIC X(10).
003150 01  LOC-CNTH-SAVE                   PIC X(22)  VALUE SPACES.
003160 01  LOC-EXH-SAVE                    PIC X(62)  VALUE SPACES.
003170 01  LOC-CNTH-MOVED                  PIC X(01)  VALUE 'N'.
003180 01  LOC-EXH-MOVED                   PIC X(01)  VALUE 'N'.
003190 01  LOC-FRZ-MOVED                   PIC X(01)  VALUE 'N'.
003200 01  LOC-FRZ-SAVE                    PIC X(50)  VALUE SPACES.
003210 01  LOC-OTSK-MOVED                  PIC X(01)  VALUE 'N'.
003220 01  LOC-OTSK-SAVE                   PIC X(50)  VALUE SPACES.
003230 01  LOC-SUSP-WHSE                   PIC X(02)  VALUE SPACES.
003240 01  LOC-SUSP-MOVED                  PIC 9(04)  VALUE ZERO.
003250 01  LOC-SUSP-EOF-SWITCH             PIC X(01)  VALUE 'N'.
003260     88  LOC-SUSP-EOF                    VALUE 'Y'.
003270 01  LOC-PEND-MOVED                  PIC 9(04)  VALUE ZERO.
003280 01  LOC-PEND-EOF-SWITCH             PIC X(01)  VALUE 'N'.
003290     88  LOC-PEND-EOF                    VALUE 'Y'.
003300 
003310*****************************************************************
003320*  QUANTITY ENTRY WORK FIELDS - REPLIES ARE ACCEPTED INTO A     *
003330*  DISPLAY FIELD AND EDITED FOR NUMERIC BY 7000-EDIT-QUANTITY   *
003340*  BEFORE THEY GO ANYWHERE NEAR THE RECORD                      *
003350*****************************************************************
003360 01  LOC-QTY-ENTERED                 PIC X(05)  VALUE SPACES.
003370 01  LOC-QTY-SHIFT                   PIC X(05)  VALUE SPACES.
003380 01  LOC-QTY-VALUE                   PIC 9(05)  VALUE ZERO.
003390 01  LOC-QTY-SWITCH                  PIC X(01)  VALUE 'Y'.
003400     88  LOC-QTY-VALID                   VALUE 'Y'.
003410     88  LOC-QTY-INVALID                 VALUE 'N'.
003420 
003430*****************************************************************
003440*  AUDIT JOURNAL WORK FIELDS - THE OPERATOR ID IS ASKED FOR     *
003450*  ONCE AT SESSION START AND STAMPED ON EVERY JOURNAL RECORD    *
003460*****************************************************************
003470 01  LOC-OPERATOR-ID                 PIC X(08)  VALUE SPACES.
003480 01  LOC-SIGNON-AUTH                 PIC X(01)  VALUE '1'.
003490 01  LOC-AUDIT-ACTION                PIC X(01)  VALUE SPACES.
003500 01  LOC-AUDIT-OUTCOME               PIC X(01)  VALUE SPACE.
003510 01  LOC-BEFORE-IMAGE                PIC X(52)  VALUE SPACES.
003520 01  LOC-AFTER-IMAGE                 PIC X(52)  VALUE SPACES.
003530 01  LOC-AUDIT-DATE                  PIC X(08)  VALUE SPACES.
003540 01  LOC-AUDIT-TIME                  PIC X(08)  VALUE SPACES.
003550 01  LOC-TODAY-DATE                  PIC X(08)  VALUE SPACES.
003560 01  LOC-AUDIT-DONE-SWITCH           PIC X(01)  VALUE 'N'.
003570     88  LOC-AUDIT-DONE                  VALUE 'Y'.
003580 01  LOC-RJNL-ACTION                 PIC X(01)  VALUE SPACES.
003590 01  LOC-RJNL-DONE-SWITCH            PIC X(01)  VALUE 'N'.
003600     88  LOC-RJNL-DONE                   VALUE 'Y'.
003610 
003620 PROCEDURE DIVISION.
003630*****************************************************************
003640*  0000-MAINLINE                                                 *
003650*****************************************************************
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE
003680         THRU 1000-INITIALIZE-EXIT.
003690     PERFORM 2000-PROCESS-MENU
003700         THRU 2000-PROCESS-MENU-EXIT
003710         UNTIL LOC-DONE.
003720     PERFORM 8000-TERMINATE
003730         THRU 8000-TERMINATE-EXIT.
003740 
003750*****************************************************************
003760*  1000-INITIALIZE - OPEN THE ITEM-MASTER FILE FOR UPDATE        *
003770*****************************************************************
003780 1000-INITIALIZE.
003790     OPEN I-O ITEM-MASTER.
003800     IF LOC-ITEMMAST-STATUS = '35'
003810         CLOSE ITEM-MASTER
003820         OPEN OUTPUT ITEM-MASTER
003830         CLOSE ITEM-MASTER
003840         OPEN I-O ITEM-MASTER
003850     END-IF.
003860     IF NOT LOC-ITEMMAST-OK
003870         DISPLAY 'LOC0901E LOCMAINT - ITEM-MASTER OPEN FAILED, '
003880                 LOC-ITEMMAST-STATUS UPON CONSOLE
003890         MOVE 16 TO RETURN-CODE
003900         GO TO 8000-TERMINATE
003910     END-IF.
003920     OPEN I-O LOC-AUDIT-FILE.
003930     IF LOC-AUDIT-STATUS = '35'
003940         CLOSE LOC-AUDIT-FILE
003950         OPEN OUTPUT LOC-AUDIT-FILE
003960         CLOSE LOC-AUDIT-FILE
003970         OPEN I-O LOC-AUDIT-FILE
003980     END-IF.
003990     IF NOT LOC-AUDIT-OK
004000         DISPLAY 'LOC0904E LOCMAINT - LOCAUDIT OPEN FAILED, '
004010                 LOC-AUDIT-STATUS UPON CONSOLE
004020         MOVE 16 TO RETURN-CODE
004030         GO TO 8000-TERMINATE
004040     END-IF.
004050     OPEN I-O LOC-ARCH-FILE.
004060     IF LOC-ARCH-STATUS = '35'
004070         CLOSE LOC-ARCH-FILE
004080         OPEN OUTPUT LOC-ARCH-FILE
004090         CLOSE LOC-ARCH-FILE
004100         OPEN I-O LOC-ARCH-FILE
004110     END-IF.
004120     IF NOT LOC-ARCH-OK
004130         DISPLAY 'LOC0905E LOCMAINT - LOCARCH OPEN FAILED, '
004140                 LOC-ARCH-STATUS UPON CONSOLE
004150         MOVE 16 TO RETURN-CODE
004160         GO TO 8000-TERMINATE
004170     END-IF.
004180     OPEN INPUT LOC-ITEM-FILE.
004190     IF LOC-ITEMREF-STATUS = '35'
004200         CLOSE LOC-ITEM-FILE
004210         OPEN OUTPUT LOC-ITEM-FILE
004220         CLOSE LOC-ITEM-FILE
004230         OPEN INPUT LOC-ITEM-FILE
004240     END-IF.
004250     IF NOT LOC-ITEMREF-OK
004260         DISPLAY 'LOC0906E LOCMAINT - ITEMREF OPEN FAILED, '
004270                 LOC-ITEMREF-STATUS UPON CONSOLE
004280         MOVE 16 TO RETURN-CODE
004290         GO TO 8000-TERMINATE
004300     END-IF.
004310     OPEN INPUT LOC-OPER-FILE.
004320     IF NOT LOC-OPER-OK
004330         DISPLAY 'LOC0907E LOCMAINT - LOCOPER OPEN FAILED, '
004340                 LOC-OPER-STATUS
004350                 ' - SEED THE PROFILE FILE THROUGH OPRMAINT'
004360                 UPON CONSOLE
004370         MOVE 16 TO RETURN-CODE
004380         GO TO 8000-TERMINATE
004390     END-IF.
004400     OPEN I-O LOC-RJNL-FILE.
004410     IF LOC-RJNL-STATUS = '35'
004420         CLOSE LOC-RJNL-FILE
004430         OPEN OUTPUT LOC-RJNL-FILE
004440         CLOSE LOC-RJNL-FILE
004450         OPEN I-O LOC-RJNL-FILE
004460     END-IF.
004470     IF NOT LOC-RJNL-OK
004480         DISPLAY 'LOC0908E LOCMAINT - LOCRJNL OPEN FAILED, '
004490                 LOC-RJNL-STATUS UPON CONSOLE
004500         MOVE 16 TO RETURN-CODE
004510         GO TO 8000-TERMINATE
004520     END-IF.
004530     OPEN I-O LOC-CNTH-FILE.
004540     IF LOC-CNTH-STATUS = '35'
004550         CLOSE LOC-CNTH-FILE
004560         OPEN OUTPUT LOC-CNTH-FILE
004570         CLOSE LOC-CNTH-FILE
004580         OPEN I-O LOC-CNTH-FILE
004590     END-IF.
004600     IF NOT LOC-CNTH-OK
004610         DISPLAY 'LOC0909E LOCMAINT - LOCCNTH OPEN FAILED, '
004620                 LOC-CNTH-STATUS UPON CONSOLE
004630         MOVE 16 TO RETURN-CODE
004640         GO TO 8000-TERMINATE
004650     END-IF.
004660     OPEN I-O LOC-EXH-FILE.
004670     IF LOC-EXH-STATUS = '35'
004680         CLOSE LOC-EXH-FILE
004690         OPEN OUTPUT LOC-EXH-FILE
004700         CLOSE LOC-EXH-FILE
004710         OPEN I-O LOC-EXH-FILE
004720     END-IF.
004730     IF NOT LOC-EXH-OK
004740         DISPLAY 'LOC0912E LOCMAINT - LOCEXHST OPEN FAILED, '
004750                 LOC-EXH-STATUS UPON CONSOLE
004760         MOVE 16 TO RETURN-CODE
004770         GO TO 8000-TERMINATE
004780     END-IF.
004790     OPEN I-O LOC-SUSP-FILE.
004800     IF LOC-SUSP-STATUS = '35'
004810         CLOSE LOC-SUSP-FILE
004820         OPEN OUTPUT LOC-SUSP-FILE
004830         CLOSE LOC-SUSP-FILE
004840         OPEN I-O LOC-SUSP-FILE
004850     END-IF.
004860     IF NOT LOC-SUSP-OK
004870         DISPLAY 'LOC0913E LOCMAINT - LOCSUSP OPEN FAILED, '
004880                 LOC-SUSP-STATUS UPON CONSOLE
004890         MOVE 16 TO RETURN-CODE
004900         GO TO 8000-TERMINATE
004910     END-IF.
004920     OPEN I-O LOC-FRZ-FILE.
004930     IF LOC-FRZ-STATUS = '35'
004940         CLOSE LOC-FRZ-FILE
004950         OPEN OUTPUT LOC-FRZ-FILE
004960         CLOSE LOC-FRZ-FILE
004970         OPEN I-O LOC-FRZ-FILE
004980     END-IF.
004990     IF NOT LOC-FRZ-OK
005000         DISPLAY 'LOC0915E LOCMAINT - LOCFRZN OPEN FAILED, '
005010                 LOC-FRZ-STATUS UPON CONSOLE
005020         MOVE 16 TO RETURN-CODE
005030         GO TO 8000-TERMINATE
005040     END-IF.
005050     OPEN I-O LOC-PEND-FILE.
005060     IF LOC-PEND-STATUS = '35'
005070         CLOSE LOC-PEND-FILE
005080         OPEN OUTPUT LOC-PEND-FILE
005090         CLOSE LOC-PEND-FILE
005100         OPEN I-O LOC-PEND-FILE
005110     END-IF.
005120     IF NOT LOC-PEND-OK
005130         DISPLAY 'LOC0916E LOCMAINT - LOCPEND OPEN FAILED, '
005140                 LOC-PEND-STATUS UPON CONSOLE
005150         MOVE 16 TO RETURN-CODE
005160         GO TO 8000-TERMINATE
005170     END-IF.
005180     OPEN I-O LOC-OTSK-FILE.
005190     IF LOC-OTSK-STATUS = '35'
005200         CLOSE LOC-OTSK-FILE
005210         OPEN OUTPUT LOC-OTSK-FILE
005220         CLOSE LOC-OTSK-FILE
005230         OPEN I-O LOC-OTSK-FILE
005240     END-IF.
005250     IF NOT LOC-OTSK-OK
005260         DISPLAY 'LOC0918E LOCMAINT - LOCOTSK OPEN FAILED, '
005270                 LOC-OTSK-STATUS UPON CONSOLE
005280         MOVE 16 TO RETURN-CODE
005290         GO TO 8000-TERMINATE
005300     END-IF.
005310     DISPLAY 'LOCMAINT - PICK-FACE LOCATION MASTER MAINTENANCE'.
005320     PERFORM 1500-SIGN-ON
005330         THRU 1500-SIGN-ON-EXIT.
005340     IF RETURN-CODE NOT = ZERO
005350         GO TO 8000-TERMINATE
005360     END-IF.
005370 1000-INITIALIZE-EXIT.
005380     EXIT.
005390 
005400*****************************************************************
005410*  1500-SIGN-ON - THE OPERATOR ID MUST BE AN ACTIVE PROFILE ON  *
005420*                    THE LOCOPER FILE.  THE AUTHORITY LEVEL IS  *
005430*                    KEPT FOR THE MENU GATES AND THE ID STILL   *
005440*                    STAMPS AUD-OPERATOR ON EVERY JOURNAL       *
005450*                    RECORD                                     *
005460*****************************************************************
005470 1500-SIGN-ON.
005480     DISPLAY 'ENTER OPERATOR ID : ' WITH NO ADVANCING.
005490     ACCEPT LOC-OPERATOR-ID.
005500     MOVE LOC-OPERATOR-ID TO OPR-ID.
005510     READ LOC-OPER-FILE
005520         INVALID KEY
005530             DISPLAY 'LOC0840E OPERATOR ' LOC-OPERATOR-ID
005540                     ' IS NOT ON THE PROFILE FILE'
005550             MOVE 8 TO RETURN-CODE
005560             GO TO 1500-SIGN-ON-EXIT
005570     END-READ.
005580     IF NOT OPR-IS-ACTIVE
005590         DISPLAY 'LOC0841E OPERATOR ' LOC-OPERATOR-ID
005600                 ' IS DEACTIVATED'
005610         MOVE 8 TO RETURN-CODE
005620         GO TO 1500-SIGN-ON-EXIT
005630     END-IF.
005640     MOVE OPR-AUTH TO LOC-SIGNON-AUTH.
005650     DISPLAY 'SIGNED ON : ' OPR-NAME.
005660 1500-SIGN-ON-EXIT.
005670     EXIT.
005680 
005690*****************************************************************
005700*  2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE  *
005710*****************************************************************
005720 2000-PROCESS-MENU.
005730     PERFORM 2100-DISPLAY-MENU
005740         THRU 2100-DISPLAY-MENU-EXIT.
005750     EVALUATE LOC-MENU-CHOICE
005760         WHEN '1'
005770             IF LOC-SIGNON-AUTH < '2'
005780                 MOVE 'A' TO LOC-AUDIT-ACTION
005790                 PERFORM 2500-REFUSE-ACTION
005800                     THRU 2500-REFUSE-ACTION-EXIT
005810             ELSE
005820                 PERFORM 3000-ADD-LOCATION
005830                     THRU 3000-ADD-LOCATION-EXIT
005840             END-IF
005850         WHEN '2'
005860             IF LOC-SIGNON-AUTH < '2'
005870                 MOVE 'C' TO LOC-AUDIT-ACTION
005880                 PERFORM 2500-REFUSE-ACTION
005890                     THRU 2500-REFUSE-ACTION-EXIT
005900             ELSE
005910                 PERFORM 4000-CHANGE-LOCATION
005920                     THRU 4000-CHANGE-LOCATION-EXIT
005930             END-IF
005940         WHEN '3'
005950             IF LOC-SIGNON-AUTH < '3'
005960                 MOVE 'D' TO LOC-AUDIT-ACTION
005970                 PERFORM 2500-REFUSE-ACTION
005980                     THRU 2500-REFUSE-ACTION-EXIT
005990             ELSE
006000                 PERFORM 5000-DELETE-LOCATION
006010                     THRU 5000-DELETE-LOCATION-EXIT
006020             END-IF
006030         WHEN '4'
006040             PERFORM 6000-INQUIRE-LOCATION
006050                 THRU 6000-INQUIRE-LOCATION-EXIT
006060         WHEN '5'
006070             IF LOC-SIGNON-AUTH < '3'
006080                 MOVE 'R' TO LOC-AUDIT-ACTION
006090                 PERFORM 2500-REFUSE-ACTION
006100                     THRU 2500-REFUSE-ACTION-EXIT
006110             ELSE
006120                 PERFORM 6500-REINSTATE-LOCATION
006130                     THRU 6500-REINSTATE-LOCATION-EXIT
006140             END-IF
006150         WHEN '6'
006160             PERFORM 6700-FIND-BY-ITEM
006170                 THRU 6700-FIND-BY-ITEM-EXIT
006180         WHEN '7'
006190             IF LOC-SIGNON-AUTH < '3'
006200                 MOVE 'N' TO LOC-AUDIT-ACTION
006210                 PERFORM 2500-REFUSE-ACTION
006220                     THRU 2500-REFUSE-ACTION-EXIT
006230             ELSE
006240                 PERFORM 6800-RENAME-LOCATION
006250                     THRU 6800-RENAME-LOCATION-EXIT
006260             END-IF
006270         WHEN 'X'
006280             SET LOC-DONE TO TRUE
006290         WHEN OTHER
006300             DISPLAY 'LOC0801E INVALID CHOICE - '
006310                     'ENTER 1,2,3,4,5,6,7,X'
006320     END-EVALUATE.
006330 2000-PROCESS-MENU-EXIT.
006340     EXIT.
006350 
006360*****************************************************************
006370*  2500-REFUSE-ACTION - THE SIGNED-ON OPERATOR LACKS THE        *
006380*                    AUTHORITY FOR THE CHOSEN ACTION.  THE      *
006390*                    ATTEMPT IS JOURNALED WITH AUD-OUTCOME 'X'  *
006400*                    AND BLANK IMAGES, SO THE DAILY LOCAUDRP    *
006410*                    REPORT SHOWS WHO TRIED WHAT                *
006420*****************************************************************
006430 2500-REFUSE-ACTION.
006440     DISPLAY 'LOC0850E YOUR AUTHORITY LEVEL DOES NOT ALLOW '
006450             'THAT ACTION'.
006460     MOVE SPACES TO LOC-BEFORE-IMAGE.
006470     MOVE SPACES TO LOC-AFTER-IMAGE.
006480     MOVE 'X' TO LOC-AUDIT-OUTCOME.
006490     PERFORM 7500-WRITE-AUDIT
006500         THRU 7500-WRITE-AUDIT-EXIT.
006510 2500-REFUSE-ACTION-EXIT.
006520     EXIT.
006530 
006540 2100-DISPLAY-MENU.
006550     DISPLAY ' '.
006560     DISPLAY '1 - ADD A LOCATION'.
006570     DISPLAY '2 - CHANGE A LOCATION'.
006580     DISPLAY '3 - DELETE A LOCATION'.
006590     DISPLAY '4 - INQUIRE ON A LOCATION'.
006600     DISPLAY '5 - REINSTATE AN ARCHIVED LOCATION'.
006610     DISPLAY '6 - FIND LOCATIONS BY ITEM'.
006620     DISPLAY '7 - RENAME A LOCATION'.
006630     DISPLAY 'X - EXIT'.
006640     DISPLAY 'ENTER YOUR CHOICE : ' WITH NO ADVANCING.
006650     ACCEPT LOC-MENU-CHOICE.
006660 2100-DISPLAY-MENU-EXIT.
006670     EXIT.
006680 
006690*****************************************************************
006700*  3000-ADD-LOCATION - ADD A NEW LOCATION TO THE ITEM-MASTER     *
006710*****************************************************************
006720 3000-ADD-LOCATION.
006730     PERFORM 7300-GET-WAREHOUSE-ID
006740         THRU 7300-GET-WAREHOUSE-ID-EXIT.
006750     DISPLAY 'ENTER LOCATION CODE : ' WITH NO ADVANCING.
006760     ACCEPT LOC-KEY-ENTERED.
006770     IF LOC-KEY-ENTERED = SPACES
006780         DISPLAY 'LOC0810E LOCATION CODE MAY NOT BE BLANK'
006790         GO TO 3000-ADD-LOCATION-EXIT
006800     END-IF.
006810     DISPLAY 'ENTER STATUS (A = ACTIVE, I = INACTIVE) : '
006820         WITH NO ADVANCING.
006830     ACCEPT LOC-STATUS-ENTERED.
006840     IF LOC-STATUS-ENTERED NOT = 'A'
006850        AND LOC-STATUS-ENTERED NOT = 'I'
006860         DISPLAY 'LOC0811E STATUS MUST BE A OR I'
006870         GO TO 3000-ADD-LOCATION-EXIT
006880     END-IF.
006890     DISPLAY 'ENTER ZONE : ' WITH NO ADVANCING.
006900     ACCEPT LOC-ZONE-ENTERED.
006910     DISPLAY 'ENTER AISLE : ' WITH NO ADVANCING.
006920     ACCEPT LOC-AISLE-ENTERED.
006930     DISPLAY 'ENTER BAY : ' WITH NO ADVANCING.
006940     ACCEPT LOC-BAY-ENTERED.
006950     DISPLAY 'ENTER ASSIGNED ITEM NUMBER : ' WITH NO ADVANCING.
006960     ACCEPT LOC-ITEM-ENTERED.
006970     IF LOC-ITEM-ENTERED NOT = SPACES
006980         PERFORM 7200-VALIDATE-ITEM
006990             THRU 7200-VALIDATE-ITEM-EXIT
007000         IF LOC-ITEM-UNKNOWN
007010             GO TO 3000-ADD-LOCATION-EXIT
007020         END-IF
007030     END-IF.
007040     MOVE SPACES TO ITEM-MASTER-RECORD.
007050     MOVE LOC-WHSE-ENTERED
007060         TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
007070     MOVE LOC-KEY-ENTERED TO LOC-CODE OF ITEM-MASTER-RECORD.
007080     MOVE LOC-STATUS-ENTERED TO LOC-STATUS OF ITEM-MASTER-RECORD.
007090     MOVE LOC-ZONE-ENTERED TO LOC-ZONE OF ITEM-MASTER-RECORD.
007100     MOVE LOC-AISLE-ENTERED TO LOC-AISLE OF ITEM-MASTER-RECORD.
007110     MOVE LOC-BAY-ENTERED TO LOC-BAY OF ITEM-MASTER-RECORD.
007120     MOVE LOC-ITEM-ENTERED
007130         TO LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD.
007140     DISPLAY 'ENTER CAPACITY (BLANK = ZERO) : '
007150         WITH NO ADVANCING.
007160     ACCEPT LOC-QTY-ENTERED.
007170     PERFORM 7000-EDIT-QUANTITY
007180         THRU 7000-EDIT-QUANTITY-EXIT.
007190     IF LOC-QTY-INVALID
007200         GO TO 3000-ADD-LOCATION-EXIT
007210     END-IF.
007220     MOVE LOC-QTY-VALUE TO LOC-CAPACITY OF ITEM-MASTER-RECORD.
007230     DISPLAY 'ENTER REPL MIN (BLANK = ZERO) : '
007240         WITH NO ADVANCING.
007250     ACCEPT LOC-QTY-ENTERED.
007260     PERFORM 7000-EDIT-QUANTITY
007270         THRU 7000-EDIT-QUANTITY-EXIT.
007280     IF LOC-QTY-INVALID
007290         GO TO 3000-ADD-LOCATION-EXIT
007300     END-IF.
007310     MOVE LOC-QTY-VALUE TO LOC-REPL-MIN OF ITEM-MASTER-RECORD.
007320     DISPLAY 'ENTER REPL MAX (BLANK = ZERO) : '
007330         WITH NO ADVANCING.
007340     ACCEPT LOC-QTY-ENTERED.
007350     PERFORM 7000-EDIT-QUANTITY
007360         THRU 7000-EDIT-QUANTITY-EXIT.
007370     IF LOC-QTY-INVALID
007380         GO TO 3000-ADD-LOCATION-EXIT
007390     END-IF.
007400     MOVE LOC-QTY-VALUE TO LOC-REPL-MAX OF ITEM-MASTER-RECORD.
007410     ACCEPT LOC-TODAY-DATE FROM DATE YYYYMMDD.
007420     MOVE LOC-TODAY-DATE TO LOC-STAT-DATE OF ITEM-MASTER-RECORD.
007430     WRITE ITEM-MASTER-RECORD
007440         INVALID KEY
007450             IF LOC-ITEMMAST-DUP-KEY
007460                 DISPLAY 'LOC0812E LOCATION ' LOC-KEY-ENTERED
007470                         ' ALREADY EXISTS'
007480             ELSE
007490                 DISPLAY 'LOC0812E LOCATION ' LOC-KEY-ENTERED
007500                         ' NOT ADDED, ITEM-MASTER STATUS '
007510                         LOC-ITEMMAST-STATUS
007520             END-IF
007530             GO TO 3000-ADD-LOCATION-EXIT
007540     END-WRITE.
007550     MOVE SPACES TO LOC-BEFORE-IMAGE.
007560     MOVE ITEM-MASTER-RECORD TO LOC-AFTER-IMAGE.
007570     MOVE 'A' TO LOC-AUDIT-ACTION.
007580     PERFORM 7500-WRITE-AUDIT
007590         THRU 7500-WRITE-AUDIT-EXIT.
007600     MOVE 'A' TO LOC-RJNL-ACTION.
007610     PERFORM 7600-JOURNAL-UPDATE
007620         THRU 7600-JOURNAL-UPDATE-EXIT.
007630     DISPLAY 'LOC0100I LOCATION ' LOC-KEY-ENTERED ' ADDED'.
007640 3000-ADD-LOCATION-EXIT.
007650     EXIT.
007660 
007670*****************************************************************
007680*  4000-CHANGE-LOCATION - CHANGE THE STATUS OF A LOCATION        *
007690*****************************************************************
007700 4000-CHANGE-LOCATION.
007710     PERFORM 7300-GET-WAREHOUSE-ID
007720         THRU 7300-GET-WAREHOUSE-ID-EXIT.
007730     DISPLAY 'ENTER LOCATION CODE TO CHANGE : ' WITH NO ADVANCING.
007740     ACCEPT LOC-KEY-ENTERED.
007750     MOVE LOC-WHSE-ENTERED
007760         TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
007770     MOVE LOC-KEY-ENTERED TO LOC-CODE OF ITEM-MASTER-RECORD.
007780     READ ITEM-MASTER
007790         INVALID KEY
007800             IF LOC-ITEMMAST-NOTFOUND
007810                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
007820                         ' NOT FOUND'
007830             ELSE
007840                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
007850                         ' NOT READ, ITEM-MASTER STATUS '
007860                         LOC-ITEMMAST-STATUS
007870             END-IF
007880             GO TO 4000-CHANGE-LOCATION-EXIT
007890     END-READ.
007900     MOVE 'C' TO LOC-AUDIT-ACTION.
007910     PERFORM 7700-CHECK-FREEZE
007920         THRU 7700-CHECK-FREEZE-EXIT.
007930     IF LOC-FREEZE-REFUSED
007940         GO TO 4000-CHANGE-LOCATION-EXIT
007950     END-IF.
007960     MOVE ITEM-MASTER-RECORD TO LOC-BEFORE-IMAGE.
007970     PERFORM 6100-DISPLAY-LOCATION
007980         THRU 6100-DISPLAY-LOCATION-EXIT.
007990     DISPLAY 'BLANK REPLY KEEPS THE CURRENT VALUE'.
008000     DISPLAY 'ENTER NEW STATUS (A = ACTIVE, I = INACTIVE) : '
008010         WITH NO ADVANCING.
008020     ACCEPT LOC-STATUS-ENTERED.
008030     IF LOC-STATUS-ENTERED NOT = SPACES
008040         IF LOC-STATUS-ENTERED NOT = 'A'
008050            AND LOC-STATUS-ENTERED NOT = 'I'
008060             DISPLAY 'LOC0811E STATUS MUST BE A OR I'
008070             GO TO 4000-CHANGE-LOCATION-EXIT
008080         END-IF
008090         IF LOC-STATUS-ENTERED NOT =
008100                 LOC-STATUS OF ITEM-MASTER-RECORD
008110             ACCEPT LOC-TODAY-DATE FROM DATE YYYYMMDD
008120             MOVE LOC-TODAY-DATE
008130                 TO LOC-STAT-DATE OF ITEM-MASTER-RECORD
008140         END-IF
008150         MOVE LOC-STATUS-ENTERED
008160             TO LOC-STATUS OF ITEM-MASTER-RECORD
008170     END-IF.
008180     DISPLAY 'ENTER NEW ZONE : ' WITH NO ADVANCING.
008190     ACCEPT LOC-ZONE-ENTERED.
008200     IF LOC-ZONE-ENTERED NOT = SPACES
008210         MOVE LOC-ZONE-ENTERED TO LOC-ZONE OF ITEM-MASTER-RECORD
008220     END-IF.
008230     DISPLAY 'ENTER NEW AISLE : ' WITH NO ADVANCING.
008240     ACCEPT LOC-AISLE-ENTERED.
008250     IF LOC-AISLE-ENTERED NOT = SPACES
008260         MOVE LOC-AISLE-ENTERED
008270             TO LOC-AISLE OF ITEM-MASTER-RECORD
008280     END-IF.
008290     DISPLAY 'ENTER NEW BAY : ' WITH NO ADVANCING.
008300     ACCEPT LOC-BAY-ENTERED.
008310     IF LOC-BAY-ENTERED NOT = SPACES
008320         MOVE LOC-BAY-ENTERED TO LOC-BAY OF ITEM-MASTER-RECORD
008330     END-IF.
008340     DISPLAY 'ENTER NEW ASSIGNED ITEM NUMBER : '
008350         WITH NO ADVANCING.
008360     ACCEPT LOC-ITEM-ENTERED.
008370     IF LOC-ITEM-ENTERED NOT = SPACES
008380        AND LOC-ITEM-ENTERED NOT =
008390                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
008400         PERFORM 7200-VALIDATE-ITEM
008410             THRU 7200-VALIDATE-ITEM-EXIT
008420         IF LOC-ITEM-UNKNOWN
008430             GO TO 4000-CHANGE-LOCATION-EXIT
008440         END-IF
008450         MOVE LOC-ITEM-ENTERED
008460             TO LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
008470     END-IF.
008480     DISPLAY 'ENTER NEW CAPACITY : ' WITH NO ADVANCING.
008490     ACCEPT LOC-QTY-ENTERED.
008500     IF LOC-QTY-ENTERED NOT = SPACES
008510         PERFORM 7000-EDIT-QUANTITY
008520             THRU 7000-EDIT-QUANTITY-EXIT
008530         IF LOC-QTY-INVALID
008540             GO TO 4000-CHANGE-LOCATION-EXIT
008550         END-IF
008560         MOVE LOC-QTY-VALUE
008570             TO LOC-CAPACITY OF ITEM-MASTER-RECORD
008580     END-IF.
008590     DISPLAY 'ENTER NEW REPL MIN : ' WITH NO ADVANCING.
008600     ACCEPT LOC-QTY-ENTERED.
008610     IF LOC-QTY-ENTERED NOT = SPACES
008620         PERFORM 7000-EDIT-QUANTITY
008630             THRU 7000-EDIT-QUANTITY-EXIT
008640         IF LOC-QTY-INVALID
008650             GO TO 4000-CHANGE-LOCATION-EXIT
008660         END-IF
008670         MOVE LOC-QTY-VALUE
008680             TO LOC-REPL-MIN OF ITEM-MASTER-RECORD
008690     END-IF.
008700     DISPLAY 'ENTER NEW REPL MAX : ' WITH NO ADVANCING.
008710     ACCEPT LOC-QTY-ENTERED.
008720     IF LOC-QTY-ENTERED NOT = SPACES
008730         PERFORM 7000-EDIT-QUANTITY
008740             THRU 7000-EDIT-QUANTITY-EXIT
008750         IF LOC-QTY-INVALID
008760             GO TO 4000-CHANGE-LOCATION-EXIT
008770         END-IF
008780         MOVE LOC-QTY-VALUE
008790             TO LOC-REPL-MAX OF ITEM-MASTER-RECORD
008800     END-IF.
008810     REWRITE ITEM-MASTER-RECORD.
008820     MOVE ITEM-MASTER-RECORD TO LOC-AFTER-IMAGE.
008830     MOVE 'C' TO LOC-AUDIT-ACTION.
008840     IF LOC-FREEZE-OVERRIDDEN
008850         MOVE 'F' TO LOC-AUDIT-OUTCOME
008860     END-IF.
008870     PERFORM 7500-WRITE-AUDIT
008880         THRU 7500-WRITE-AUDIT-EXIT.
008890     MOVE 'C' TO LOC-RJNL-ACTION.
008900     PERFORM 7600-JOURNAL-UPDATE
008910         THRU 7600-JOURNAL-UPDATE-EXIT.
008920     DISPLAY 'LOC0101I LOCATION ' LOC-KEY-ENTERED ' CHANGED'.
008930 4000-CHANGE-LOCATION-EXIT.
008940     EXIT.
008950 
008960*****************************************************************
008970*  5000-DELETE-LOCATION - DELETE A LOCATION FROM THE ITEM-MASTER *
008980*****************************************************************
008990 5000-DELETE-LOCATION.
009000     PERFORM 7300-GET-WAREHOUSE-ID
009010         THRU 7300-GET-WAREHOUSE-ID-EXIT.
009020     DISPLAY 'ENTER LOCATION CODE TO DELETE : ' WITH NO ADVANCING.
009030     ACCEPT LOC-KEY-ENTERED.
009040     MOVE LOC-WHSE-ENTERED
009050         TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
009060     MOVE LOC-KEY-ENTERED TO LOC-CODE OF ITEM-MASTER-RECORD.
009070     READ ITEM-MASTER
009080         INVALID KEY
009090             IF LOC-ITEMMAST-NOTFOUND
009100                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
009110                         ' NOT FOUND'
009120             ELSE
009130                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
009140                         ' NOT READ, ITEM-MASTER STATUS '
009150                         LOC-ITEMMAST-STATUS
009160             END-IF
009170             GO TO 5000-DELETE-LOCATION-EXIT
009180     END-READ.
009190     MOVE 'D' TO LOC-AUDIT-ACTION.
009200     PERFORM 7700-CHECK-FREEZE
009210         THRU 7700-CHECK-FREEZE-EXIT.
009220     IF LOC-FREEZE-REFUSED
009230         GO TO 5000-DELETE-LOCATION-EXIT
009240     END-IF.
009250     MOVE ITEM-MASTER-RECORD TO LOC-BEFORE-IMAGE.
009260     DISPLAY 'DELETE LOCATION ' LOC-KEY-ENTERED ' - ARE YOU SURE '
009270             '(Y/N) ? ' WITH NO ADVANCING.
009280     ACCEPT LOC-CONFIRM-ENTERED.
009290     IF LOC-CONFIRM-ENTERED NOT = 'Y'
009300         DISPLAY 'LOC0102I DELETE CANCELLED'
009310         GO TO 5000-DELETE-LOCATION-EXIT
009320     END-IF.
009330     DELETE ITEM-MASTER RECORD.
009340     MOVE SPACES TO LOC-AFTER-IMAGE.
009350     MOVE 'D' TO LOC-AUDIT-ACTION.
009360     IF LOC-FREEZE-OVERRIDDEN
009370         MOVE 'F' TO LOC-AUDIT-OUTCOME
009380         DELETE LOC-FRZ-FILE RECORD
009390             INVALID KEY
009400                 CONTINUE
009410         END-DELETE
009420     END-IF.
009430     PERFORM 7500-WRITE-AUDIT
009440         THRU 7500-WRITE-AUDIT-EXIT.
009450     MOVE 'D' TO LOC-RJNL-ACTION.
009460     PERFORM 7600-JOURNAL-UPDATE
009470         THRU 7600-JOURNAL-UPDATE-EXIT.
009480     DISPLAY 'LOC0103I LOCATION ' LOC-KEY-ENTERED ' DELETED'.
009490 5000-DELETE-LOCATION-EXIT.
009500     EXIT.
009510 
009520*****************************************************************
009530*  6000-INQUIRE-LOCATION - DISPLAY ONE LOCATION                  *
009540*****************************************************************
009550 6000-INQUIRE-LOCATION.
009560     PERFORM 7300-GET-WAREHOUSE-ID
009570         THRU 7300-GET-WAREHOUSE-ID-EXIT.
009580     DISPLAY 'ENTER LOCATION CODE : ' WITH NO ADVANCING.
009590     ACCEPT LOC-KEY-ENTERED.
009600     MOVE LOC-WHSE-ENTERED
009610         TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
009620     MOVE LOC-KEY-ENTERED TO LOC-CODE OF ITEM-MASTER-RECORD.
009630     READ ITEM-MASTER
009640         INVALID KEY
009650             IF LOC-ITEMMAST-NOTFOUND
009660                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
009670                         ' NOT FOUND'
009680             ELSE
009690                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
009700                         ' NOT READ, ITEM-MASTER STATUS '
009710                         LOC-ITEMMAST-STATUS
009720             END-IF
009730             GO TO 6000-INQUIRE-LOCATION-EXIT
009740     END-READ.
009750     PERFORM 6100-DISPLAY-LOCATION
009760         THRU 6100-DISPLAY-LOCATION-EXIT.
009770 6000-INQUIRE-LOCATION-EXIT.
009780     EXIT.
009790 
009800*****************************************************************
009810*  6100-DISPLAY-LOCATION - SHOW EVERY FIELD OF THE RECORD JUST  *
009820*                    READ (SHARED BY CHANGE AND INQUIRE)        *
009830*****************************************************************
009840 6100-DISPLAY-LOCATION.
009850     DISPLAY 'WAREHOUSE     : '
009860             LOC-WHSE-ID OF ITEM-MASTER-RECORD.
009870     DISPLAY 'LOCATION CODE : ' LOC-CODE OF ITEM-MASTER-RECORD.
009880     DISPLAY 'STATUS        : ' LOC-STATUS OF ITEM-MASTER-RECORD.
009890     DISPLAY 'ZONE          : ' LOC-ZONE OF ITEM-MASTER-RECORD.
009900     DISPLAY 'AISLE         : ' LOC-AISLE OF ITEM-MASTER-RECORD.
009910     DISPLAY 'BAY           : ' LOC-BAY OF ITEM-MASTER-RECORD.
009920     DISPLAY 'ASSIGNED ITEM : '
009930             LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD.
009940     IF LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD NOT = SPACES
009950         MOVE LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
009960             TO ITM-ITEM-NUMBER
009970         READ LOC-ITEM-FILE
009980             INVALID KEY
009990                 DISPLAY 'DESCRIPTION   : (NOT ON THE ITEM '
010000                         'REFERENCE FILE)'
010010             NOT INVALID KEY
010020                 DISPLAY 'DESCRIPTION   : ' ITM-DESCRIPTION
010030                 IF ITM-DISCONTINUED
010040                     DISPLAY 'ITEM STATUS   : DISCONTINUED - '
010050                             'CLEAR THIS FACE'
010060                 END-IF
010070         END-READ
010080     END-IF.
010090     DISPLAY 'CAPACITY      : '
010100             LOC-CAPACITY OF ITEM-MASTER-RECORD.
010110     DISPLAY 'REPL MIN      : '
010120             LOC-REPL-MIN OF ITEM-MASTER-RECORD.
010130     DISPLAY 'REPL MAX      : '
010140             LOC-REPL-MAX OF ITEM-MASTER-RECORD.
010150     DISPLAY 'STATUS DATE   : '
010160             LOC-STAT-DATE OF ITEM-MASTER-RECORD.
010170 6100-DISPLAY-LOCATION-EXIT.
010180     EXIT.
010190 
010200*****************************************************************
010210*  6500-REINSTATE-LOCATION - BRING A LOCATION LOCPURGE MOVED    *
010220*                    TO THE LOCARCH ARCHIVE BACK ONTO THE       *
010230*                    ITEM-MASTER.  THE LOCATION COMES BACK      *
010240*                    ACTIVE WITH TODAY AS ITS STATUS DATE AND   *
010250*                    COMES OFF THE ARCHIVE; THE REINSTATE IS    *
010260*                    JOURNALED LIKE ANY OTHER UPDATE            *
010270*****************************************************************
010280 6500-REINSTATE-LOCATION.
010290     PERFORM 7300-GET-WAREHOUSE-ID
010300         THRU 7300-GET-WAREHOUSE-ID-EXIT.
010310     DISPLAY 'ENTER LOCATION CODE TO REINSTATE : '
010320         WITH NO ADVANCING.
010330     ACCEPT LOC-KEY-ENTERED.
010340     MOVE LOC-WHSE-ENTERED TO ARC-WHSE-ID.
010350     MOVE LOC-KEY-ENTERED TO ARC-LOC-CODE.
010360     READ LOC-ARCH-FILE
010370         INVALID KEY
010380             IF LOC-ARCH-NOTFOUND
010390                 DISPLAY 'LOC0815E LOC ' LOC-KEY-ENTERED
010400                         ' NOT ON THE ARCHIVE'
010410             ELSE
010420                 DISPLAY 'LOC0815E LOC ' LOC-KEY-ENTERED
010430                         ' NOT READ, ARCHIVE STATUS '
010440                         LOC-ARCH-STATUS
010450             END-IF
010460             GO TO 6500-REINSTATE-LOCATION-EXIT
010470     END-READ.
010480     DISPLAY 'PURGED ON ' ARC-PURGED-DATE '.'.
010490     DISPLAY 'REINSTATE LOCATION ' LOC-KEY-ENTERED
010500             ' - ARE YOU SURE (Y/N) ? ' WITH NO ADVANCING.
010510     ACCEPT LOC-CONFIRM-ENTERED.
010520     IF LOC-CONFIRM-ENTERED NOT = 'Y'
010530         DISPLAY 'LOC0104I REINSTATE CANCELLED'
010540         GO TO 6500-REINSTATE-LOCATION-EXIT
010550     END-IF.
010560     MOVE SPACES TO ITEM-MASTER-RECORD.
010570     MOVE ARC-WHSE-ID TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
010580     MOVE ARC-LOC-CODE TO LOC-CODE OF ITEM-MASTER-RECORD.
010590     MOVE ARC-LOC-DATA TO ITEM-MASTER-RECORD (13:40).
010600     MOVE 'A' TO LOC-STATUS OF ITEM-MASTER-RECORD.
010610     ACCEPT LOC-TODAY-DATE FROM DATE YYYYMMDD.
010620     MOVE LOC-TODAY-DATE TO LOC-STAT-DATE OF ITEM-MASTER-RECORD.
010630     WRITE ITEM-MASTER-RECORD
010640         INVALID KEY
010650             IF LOC-ITEMMAST-DUP-KEY
010660                 DISPLAY 'LOC0816E LOCATION ' LOC-KEY-ENTERED
010670                         ' IS ALREADY ON THE ITEM-MASTER - '
010680                         'ARCHIVE RECORD LEFT IN PLACE'
010690             ELSE
010700                 DISPLAY 'LOC0816E LOCATION ' LOC-KEY-ENTERED
010710                         ' NOT REINSTATED, ITEM-MASTER STATUS '
010720                         LOC-ITEMMAST-STATUS
010730             END-IF
010740             GO TO 6500-REINSTATE-LOCATION-EXIT
010750     END-WRITE.
010760     DELETE LOC-ARCH-FILE RECORD
010770         INVALID KEY
010780             DISPLAY 'LOC0817E ARCHIVE RECORD FOR '
010790                     LOC-KEY-ENTERED ' NOT DELETED, STATUS '
010800                     LOC-ARCH-STATUS
010810     END-DELETE.
010820     MOVE SPACES TO LOC-BEFORE-IMAGE.
010830     MOVE ITEM-MASTER-RECORD TO LOC-AFTER-IMAGE.
010840     MOVE 'R' TO LOC-AUDIT-ACTION.
010850     PERFORM 7500-WRITE-AUDIT
010860         THRU 7500-WRITE-AUDIT-EXIT.
010870     MOVE 'A' TO LOC-RJNL-ACTION.
010880     PERFORM 7600-JOURNAL-UPDATE
010890         THRU 7600-JOURNAL-UPDATE-EXIT.
010900     DISPLAY 'LOC0105I LOCATION ' LOC-KEY-ENTERED ' REINSTATED'.
010910 6500-REINSTATE-LOCATION-EXIT.
010920     EXIT.
010930 
010940*****************************************************************
010950*  6700-FIND-BY-ITEM - LIST EVERY PICK FACE HOLDING THE         *
010960*                    ENTERED ITEM, THROUGH THE ALTERNATE        *
010970*                    ITEM-NUMBER KEY.  THE KEY ALLOWS           *
010980*                    DUPLICATES, SO THE KEYED READ POSITIONS    *
010990*                    AT THE FIRST FACE AND READ NEXT WALKS      *
011000*                    THE REST IN ITEM SEQUENCE                  *
011010*****************************************************************
011020 6700-FIND-BY-ITEM.
011030     DISPLAY 'ENTER ITEM NUMBER : ' WITH NO ADVANCING.
011040     ACCEPT LOC-ITEM-ENTERED.
011050     IF LOC-ITEM-ENTERED = SPACES
011060         DISPLAY 'LOC0820E ITEM NUMBER MAY NOT BE BLANK'
011070         GO TO 6700-FIND-BY-ITEM-EXIT
011080     END-IF.
011090     MOVE LOC-ITEM-ENTERED TO ITM-ITEM-NUMBER.
011100     READ LOC-ITEM-FILE
011110         INVALID KEY
011120             DISPLAY 'ITEM IS NOT ON THE ITEM REFERENCE FILE - '
011130                     'SEARCHING ANYWAY'
011140         NOT INVALID KEY
011150             DISPLAY 'DESCRIPTION   : ' ITM-DESCRIPTION
011160     END-READ.
011170     MOVE LOC-ITEM-ENTERED
011180         TO LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD.
011190     READ ITEM-MASTER
011200         KEY IS LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
011210         INVALID KEY
011220             DISPLAY 'LOC0819I NO LOCATION HOLDS ITEM '
011230                     LOC-ITEM-ENTERED
011240             GO TO 6700-FIND-BY-ITEM-EXIT
011250     END-READ.
011260     MOVE ZERO TO LOC-FACES-FOUND.
011270     MOVE 'N' TO LOC-FIND-DONE-SWITCH.
011280     PERFORM 6710-LIST-ONE-FACE
011290         THRU 6710-LIST-ONE-FACE-EXIT
011300         UNTIL LOC-FIND-DONE.
011310     DISPLAY 'FACES FOUND   : ' LOC-FACES-FOUND.
011320 6700-FIND-BY-ITEM-EXIT.
011330     EXIT.
011340 
011350 6710-LIST-ONE-FACE.
011360     ADD 1 TO LOC-FACES-FOUND.
011370     DISPLAY 'WHSE ' LOC-WHSE-ID OF ITEM-MASTER-RECORD
011380             '  LOCATION ' LOC-CODE OF ITEM-MASTER-RECORD
011390             '  STATUS ' LOC-STATUS OF ITEM-MASTER-RECORD
011400             '  ZONE ' LOC-ZONE OF ITEM-MASTER-RECORD
011410             '  AISLE ' LOC-AISLE OF ITEM-MASTER-RECORD
011420             '  BAY ' LOC-BAY OF ITEM-MASTER-RECORD.
011430     READ ITEM-MASTER NEXT RECORD
011440         AT END
011450             SET LOC-FIND-DONE TO TRUE
011460     END-READ.
011470     IF NOT LOC-FIND-DONE
011480        AND LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
011490                NOT = LOC-ITEM-ENTERED
011500         SET LOC-FIND-DONE TO TRUE
011510     END-IF.
011520 6710-LIST-ONE-FACE-EXIT.
011530     EXIT.
011540 
011550*****************************************************************
011560*  6800-RENAME-LOCATION - MOVE A LOCATION TO A NEW CODE IN THE  *
011570*                    SAME WAREHOUSE, E.G. WHEN A RACKING RUN IS *
011580*                    RE-LABELLED.  THE RECORD IS WRITTEN UNDER  *
011590*                    THE NEW CODE BEFORE THE OLD ONE IS         *
011600*                    DELETED, AND BACKED OUT AGAIN IF THAT      *
011610*                    DELETE FAILS, SO THE LOCATION IS NEVER ON  *
011620*                    FILE TWICE OR NOT AT ALL.  THE COUNT AND   *
011630*                    EXCEPTION HISTORY AND ANY PENDING SUSPENSE *
011640*                    FOLLOW IN 6850 SO THE FACE DOES NOT SHOW   *
011650*                    AS NEVER COUNTED UNDER ITS NEW CODE        *
011660*****************************************************************
011670 6800-RENAME-LOCATION.
011680     PERFORM 7300-GET-WAREHOUSE-ID
011690         THRU 7300-GET-WAREHOUSE-ID-EXIT.
011700     DISPLAY 'ENTER LOCATION CODE TO RENAME : ' WITH NO ADVANCING.
011710     ACCEPT LOC-KEY-ENTERED.
011720     MOVE LOC-WHSE-ENTERED
011730         TO LOC-WHSE-ID OF ITEM-MASTER-RECORD.
011740     MOVE LOC-KEY-ENTERED TO LOC-CODE OF ITEM-MASTER-RECORD.
011750     READ ITEM-MASTER
011760         INVALID KEY
011770             IF LOC-ITEMMAST-NOTFOUND
011780                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
011790                         ' NOT FOUND'
011800             ELSE
011810                 DISPLAY 'LOC0813E LOC ' LOC-KEY-ENTERED
011820                         ' NOT READ, ITEM-MASTER STATUS '
011830                         LOC-ITEMMAST-STATUS
011840             END-IF
011850             GO TO 6800-RENAME-LOCATION-EXIT
011860     END-READ.
011870     MOVE 'N' TO LOC-AUDIT-ACTION.
011880     PERFORM 7700-CHECK-FREEZE
011890         THRU 7700-CHECK-FREEZE-EXIT.
011900     IF LOC-FREEZE-REFUSED
011910         GO TO 6800-RENAME-LOCATION-EXIT
011920     END-IF.
011930     MOVE ITEM-MASTER-RECORD TO LOC-BEFORE-IMAGE.
011940     PERFORM 6100-DISPLAY-LOCATION
011950         THRU 6100-DISPLAY-LOCATION-EXIT.
011960     DISPLAY 'ENTER NEW LOCATION CODE : ' WITH NO ADVANCING.
011970     ACCEPT LOC-NEW-CODE-ENTERED.
011980     IF LOC-NEW-CODE-ENTERED = SPACES
011990        OR LOC-NEW-CODE-ENTERED = LOC-KEY-ENTERED
012000         DISPLAY 'LOC0821E NEW CODE MUST BE ENTERED AND DIFFER '
012010                 'FROM THE OLD CODE'
012020         GO TO 6800-RENAME-LOCATION-EXIT
012030     END-IF.
012040     DISPLAY 'RENAME LOCATION ' LOC-KEY-ENTERED ' TO '
012050             LOC-NEW-CODE-ENTERED ' - ARE YOU SURE (Y/N) ? '
012060             WITH NO ADVANCING.
012070     ACCEPT LOC-CONFIRM-ENTERED.
012080     IF LOC-CONFIRM-ENTERED NOT = 'Y'
012090         DISPLAY 'LOC0107I RENAME CANCELLED'
012100         GO TO 6800-RENAME-LOCATION-EXIT
012110     END-IF.
012120     MOVE LOC-NEW-CODE-ENTERED TO LOC-CODE OF ITEM-MASTER-RECORD.
012130     WRITE ITEM-MASTER-RECORD
012140         INVALID KEY
012150             IF LOC-ITEMMAST-DUP-KEY
012160                 DISPLAY 'LOC0822E LOCATION ' LOC-NEW-CODE-ENTERED
012170                         ' ALREADY EXISTS'
012180             ELSE
012190                 DISPLAY 'LOC0822E LOCATION ' LOC-NEW-CODE-ENTERED
012200                         ' NOT ADDED, ITEM-MASTER STATUS '
012210                         LOC-ITEMMAST-STATUS
012220             END-IF
012230             GO TO 6800-RENAME-LOCATION-EXIT
012240     END-WRITE.
012250     MOVE ITEM-MASTER-RECORD TO LOC-AFTER-IMAGE.
012260     MOVE LOC-BEFORE-IMAGE TO ITEM-MASTER-RECORD.
012270     DELETE ITEM-MASTER RECORD
012280         INVALID KEY
012290             DISPLAY 'LOC0823E LOC ' LOC-KEY-ENTERED
012300                     ' NOT DELETED, ITEM-MASTER STATUS '
012310                     LOC-ITEMMAST-STATUS ' - RENAME BACKED OUT'
012320             MOVE LOC-AFTER-IMAGE TO ITEM-MASTER-RECORD
012330             DELETE ITEM-MASTER RECORD
012340                 INVALID KEY
012350                     CONTINUE
012360             END-DELETE
012370             GO TO 6800-RENAME-LOCATION-EXIT
012380     END-DELETE.
012390     MOVE 'N' TO LOC-AUDIT-ACTION.
012400     IF LOC-FREEZE-OVERRIDDEN
012410         MOVE 'F' TO LOC-AUDIT-OUTCOME
012420     END-IF.
012430     PERFORM 7500-WRITE-AUDIT
012440         THRU 7500-WRITE-AUDIT-EXIT.
012450     MOVE 'N' TO LOC-RJNL-ACTION.
012460     PERFORM 7600-JOURNAL-UPDATE
012470         THRU 7600-JOURNAL-UPDATE-EXIT.
012480     MOVE LOC-WHSE-ENTERED TO LOC-OLD-WHSE
012490                              LOC-NEW-WHSE.
012500     MOVE LOC-KEY-ENTERED TO LOC-OLD-CODE.
012510     MOVE LOC-NEW-CODE-ENTERED TO LOC-NEW-CODE.
012520     PERFORM 6850-MOVE-HISTORY
012530         THRU 6850-MOVE-HISTORY-EXIT.
012540     DISPLAY 'HISTORY MOVED - COUNT ' LOC-CNTH-MOVED
012550             '  EXCEPTION ' LOC-EXH-MOVED
012560             '  FREEZE ' LOC-FRZ-MOVED
012570             '  OPEN TASK ' LOC-OTSK-MOVED
012580             '  SUSPENSE ENTRIES ' LOC-SUSP-MOVED
012590             '  PENDING ' LOC-PEND-MOVED.
012600     DISPLAY 'LOC0106I LOCATION ' LOC-KEY-ENTERED ' RENAMED TO '
012610             LOC-NEW-CODE-ENTERED.
012620 6800-RENAME-LOCATION-EXIT.
012630     EXIT.
012640 
012650*****************************************************************
012660*  6850-MOVE-HISTORY - CARRY THE LOCATION'S HISTORY FROM THE    *
012670*                    OLD KEY TO THE NEW ONE - THE LAST-COUNTED  *
012680*                    DATE, THE EXCEPTION HISTORY, A COUNT       *
012690*                    FREEZE THE SUPERVISOR OVERRODE (THE FACE   *
012700*                    STILL OWES ITS COUNT, NOW UNDER THE NEW    *
012710*                    CODE), EVERY PENDING SUSPENSE ENTRY AND    *
012720*                    EVERY TRANSACTION PARKED ON LOCPEND FOR    *
012730*                    THE OLD CODE, AND AN OPEN REPLENISHMENT    *
012740*                    TASK (SO LOCREPL DOES NOT CUT THE FACE A   *
012750*                    SECOND ONE UNDER THE NEW CODE).            *
012760*                    HISTORY ALREADY UNDER THE NEW KEY IS       *
012770*                    OVERWRITTEN - IT BELONGED TO A FACE THAT   *
012780*                    NO LONGER EXISTS.  SAME RULES AS LOCAPPLY  *
012790*****************************************************************
012800 6850-MOVE-HISTORY.
012810     MOVE 'N' TO LOC-CNTH-MOVED
012820                 LOC-EXH-MOVED
012830                 LOC-FRZ-MOVED
012840                 LOC-OTSK-MOVED.
012850     MOVE ZERO TO LOC-SUSP-MOVED
012860                  LOC-PEND-MOVED.
012870     PERFORM 6860-MOVE-COUNT-HISTORY
012880         THRU 6860-MOVE-COUNT-HISTORY-EXIT.
012890     PERFORM 6870-MOVE-EXCEPTION-HISTORY
012900         THRU 6870-MOVE-EXCEPTION-HISTORY-EXIT.
012910     PERFORM 6875-MOVE-FREEZE
012920         THRU 6875-MOVE-FREEZE-EXIT.
012930     PERFORM 6880-MOVE-SUSPENSE
012940         THRU 6880-MOVE-SUSPENSE-EXIT.
012950     PERFORM 6895-MOVE-PENDING
012960         THRU 6895-MOVE-PENDING-EXIT.
012970     PERFORM 6897-MOVE-OPEN-TASK
012980         THRU 6897-MOVE-OPEN-TASK-EXIT.
012990 6850-MOVE-HISTORY-EXIT.
013000     EXIT.
013010 
013020 6860-MOVE-COUNT-HISTORY.
013030     MOVE LOC-OLD-KEY TO CNT-KEY.
013040     READ LOC-CNTH-FILE
013050         INVALID KEY
013060             GO TO 6860-MOVE-COUNT-HISTORY-EXIT
013070     END-READ.
013080     MOVE LOC-CNTH-RECORD TO LOC-CNTH-SAVE.
013090     DELETE LOC-CNTH-FILE RECORD
013100         INVALID KEY
013110             CONTINUE
013120     END-DELETE.
013130     MOVE LOC-CNTH-SAVE TO LOC-CNTH-RECORD.
013140     MOVE LOC-NEW-KEY TO CNT-KEY.
013150     WRITE LOC-CNTH-RECORD
013160         INVALID KEY
013170             REWRITE LOC-CNTH-RECORD
013180                 INVALID KEY
013190                     CONTINUE
013200             END-REWRITE
013210     END-WRITE.
013220     MOVE 'Y' TO LOC-CNTH-MOVED.
013230 6860-MOVE-COUNT-HISTORY-EXIT.
013240     EXIT.
013250 
013260 6870-MOVE-EXCEPTION-HISTORY.
013270     MOVE LOC-OLD-KEY TO EXH-KEY.
013280     READ LOC-EXH-FILE
013290         INVALID KEY
013300             GO TO 6870-MOVE-EXCEPTION-HISTORY-EXIT
013310     END-READ.
013320     MOVE LOC-EXH-RECORD TO LOC-EXH-SAVE.
013330     DELETE LOC-EXH-FILE RECORD
013340         INVALID KEY
013350             CONTINUE
013360     END-DELETE.
013370     MOVE LOC-EXH-SAVE TO LOC-EXH-RECORD.
013380     MOVE LOC-NEW-KEY TO EXH-KEY.
013390     WRITE LOC-EXH-RECORD
013400         INVALID KEY
013410             REWRITE LOC-EXH-RECORD
013420                 INVALID KEY
013430                     CONTINUE
013440             END-REWRITE
013450     END-WRITE.
013460     MOVE 'Y' TO LOC-EXH-MOVED.
013470 6870-MOVE-EXCEPTION-HISTORY-EXIT.
013480     EXIT.
013490 
013500 6875-MOVE-FREEZE.
013510     MOVE LOC-OLD-KEY TO FRZ-KEY.
013520     READ LOC-FRZ-FILE
013530         INVALID KEY
013540             GO TO 6875-MOVE-FREEZE-EXIT
013550     END-READ.
013560     MOVE LOC-FRZ-RECORD TO LOC-FRZ-SAVE.
013570     DELETE LOC-FRZ-FILE RECORD
013580         INVALID KEY
013590             CONTINUE
013600     END-DELETE.
013610     MOVE LOC-FRZ-SAVE TO LOC-FRZ-RECORD.
013620     MOVE LOC-NEW-KEY TO FRZ-KEY.
013630     WRITE LOC-FRZ-RECORD
013640         INVALID KEY
013650             CONTINUE
013660     END-WRITE.
013670     MOVE 'Y' TO LOC-FRZ-MOVED.
013680 6875-MOVE-FREEZE-EXIT.
013690     EXIT.
013700 
013710*****************************************************************
013720*  6880-MOVE-SUSPENSE - THE SUSPENSE FILE IS KEYED BY WHEN THE  *
013730*                    REJECT HAPPENED, NOT BY LOCATION, SO IT IS *
013740*                    WALKED END TO END.  THE WAREHOUSE AND CODE *
013750*                    ARE BYTES 2-3 AND 4-13 OF THE SUSPENDED    *
013760*                    LOCTRAN IMAGE; A BLANK WAREHOUSE IS 01     *
013770*****************************************************************
013780 6880-MOVE-SUSPENSE.
013790     MOVE LOW-VALUES TO SUS-KEY.
013800     MOVE 'N' TO LOC-SUSP-EOF-SWITCH.
013810     START LOC-SUSP-FILE
013820         KEY NOT LESS THAN SUS-KEY
013830         INVALID KEY
013840             GO TO 6880-MOVE-SUSPENSE-EXIT
013850     END-START.
013860     PERFORM 6890-MOVE-ONE-SUSPENSE
013870         THRU 6890-MOVE-ONE-SUSPENSE-EXIT
013880         UNTIL LOC-SUSP-EOF.
013890 6880-MOVE-SUSPENSE-EXIT.
013900     EXIT.
013910 
013920 6890-MOVE-ONE-SUSPENSE.
013930     READ LOC-SUSP-FILE NEXT RECORD
013940         AT END
013950             SET LOC-SUSP-EOF TO TRUE
013960             GO TO 6890-MOVE-ONE-SUSPENSE-EXIT
013970     END-READ.
013980     MOVE SUS-TRAN (2:2) TO LOC-SUSP-WHSE.
013990     IF LOC-SUSP-WHSE = SPACES
014000         MOVE '01' TO LOC-SUSP-WHSE
014010     END-IF.
014020     IF LOC-SUSP-WHSE NOT = LOC-OLD-WHSE
014030        OR SUS-TRAN (4:10) NOT = LOC-OLD-CODE
014040         GO TO 6890-MOVE-ONE-SUSPENSE-EXIT
014050     END-IF.
014060     MOVE LOC-NEW-CODE TO SUS-TRAN (4:10).
014070     REWRITE LOC-SUSP-RECORD
014080         INVALID KEY
014090             DISPLAY 'LOC0914E LOCMAINT - SUSPENSE REWRITE '
014100                     'FAILED, STATUS ' LOC-SUSP-STATUS
014110                     UPON CONSOLE
014120         NOT INVALID KEY
014130             ADD 1 TO LOC-SUSP-MOVED
014140     END-REWRITE.
014150 6890-MOVE-ONE-SUSPENSE-EXIT.
014160     EXIT.
014170 
014180*****************************************************************
014190*  6895-MOVE-PENDING - LOCPEND IS KEYED BY EFFECTIVE DATE, SO   *
014200*                    IT TOO IS WALKED END TO END.  THE PARKED   *
014210*                    TRANSACTION'S CODE IS MOVED IN BOTH THE    *
014220*                    SCHEDULE KEY AND BYTES 4-13 OF THE LOCTRAN *
014230*                    IMAGE; PND-WHSE-ID WAS ALREADY DEFAULTED   *
014240*                    TO 01 WHEN LOCAPPLY PARKED THE TRANSACTION *
014250*****************************************************************
014260 6895-MOVE-PENDING.
014270     MOVE LOW-VALUES TO PND-KEY.
014280     MOVE 'N' TO LOC-PEND-EOF-SWITCH.
014290     START LOC-PEND-FILE
014300         KEY NOT LESS THAN PND-KEY
014310         INVALID KEY
014320             GO TO 6895-MOVE-PENDING-EXIT
014330     END-START.
014340     PERFORM 6896-MOVE-ONE-PENDING
014350         THRU 6896-MOVE-ONE-PENDING-EXIT
014360         UNTIL LOC-PEND-EOF.
014370 6895-MOVE-PENDING-EXIT.
014380     EXIT.
014390 
014400 6896-MOVE-ONE-PENDING.
014410     READ LOC-PEND-FILE NEXT RECORD
014420         AT END
014430             SET LOC-PEND-EOF TO TRUE
014440             GO TO 6896-MOVE-ONE-PENDING-EXIT
014450     END-READ.
014460     IF PND-WHSE-ID NOT = LOC-OLD-WHSE
014470        OR PND-LOC-CODE NOT = LOC-OLD-CODE
014480         GO TO 6896-MOVE-ONE-PENDING-EXIT
014490     END-IF.
014500     MOVE LOC-NEW-CODE TO PND-LOC-CODE
014510                          PND-TRAN (4:10).
014520     REWRITE LOC-PND-RECORD
014530         INVALID KEY
014540             DISPLAY 'LOC0917E LOCMAINT - LOCPEND REWRITE '
014550                     'FAILED, STATUS ' LOC-PEND-STATUS
014560                     UPON CONSOLE
014570         NOT INVALID KEY
014580             ADD 1 TO LOC-PEND-MOVED
014590     END-REWRITE.
014600 6896-MOVE-ONE-PENDING-EXIT.
014610     EXIT.
014620 
014630*****************************************************************
014640*  6897-MOVE-OPEN-TASK - THE TASK IS WRITTEN UNDER THE NEW KEY  *
014650*                    BEFORE THE OLD ONE IS DELETED, SO IT IS    *
014660*                    NEVER OFF THE FILE.  A CONFIRMATION THE    *
014670*                    WMS STILL SENDS UNDER THE OLD CODE IS      *
014680*                    TRACED TO THE NEW ONE BY LOCTASK           *
014690*****************************************************************
014700 6897-MOVE-OPEN-TASK.
014710     MOVE LOC-OLD-KEY TO OTK-KEY.
014720     READ LOC-OTSK-FILE
014730         INVALID KEY
014740             GO TO 6897-MOVE-OPEN-TASK-EXIT
014750     END-READ.
014760     MOVE LOC-OTSK-RECORD TO LOC-OTSK-SAVE.
014770     MOVE LOC-NEW-KEY TO OTK-KEY.
014780     WRITE LOC-OTSK-RECORD
014790         INVALID KEY
014800             REWRITE LOC-OTSK-RECORD
014810                 INVALID KEY
014820                     DISPLAY 'LOC0919E LOCMAINT - OPEN TASK MOVE '
014830                             'FAILED, STATUS ' LOC-OTSK-STATUS
014840                             UPON CONSOLE
014850                     GO TO 6897-MOVE-OPEN-TASK-EXIT
014860             END-REWRITE
014870     END-WRITE.
014880     MOVE LOC-OTSK-SAVE TO LOC-OTSK-RECORD.
014890     DELETE LOC-OTSK-FILE RECORD
014900         INVALID KEY
014910             CONTINUE
014920     END-DELETE.
014930     MOVE 'Y' TO LOC-OTSK-MOVED.
014940 6897-MOVE-OPEN-TASK-EXIT.
014950     EXIT.
014960 
014970*****************************************************************
014980*  7000-EDIT-QUANTITY - EDIT ONE QUANTITY REPLY FOR NUMERIC.    *
014990*                    A BLANK REPLY IS TAKEN AS ZERO; THE REPLY  *
015000*                    IS RIGHT-JUSTIFIED SO '25' AND '00025'     *
015010*                    MEAN THE SAME THING                        *
015020*****************************************************************
015030 7000-EDIT-QUANTITY.
015040     SET LOC-QTY-VALID TO TRUE.
015050     MOVE ZERO TO LOC-QTY-VALUE.
015060     IF LOC-QTY-ENTERED = SPACES
015070         GO TO 7000-EDIT-QUANTITY-EXIT
015080     END-IF.
015090     PERFORM 7100-JUSTIFY-QUANTITY
015100         THRU 7100-JUSTIFY-QUANTITY-EXIT
015110         UNTIL LOC-QTY-ENTERED (5:1) NOT = SPACE.
015120     INSPECT LOC-QTY-ENTERED REPLACING LEADING SPACE BY ZERO.
015130     IF LOC-QTY-ENTERED IS NUMERIC
015140         MOVE LOC-QTY-ENTERED TO LOC-QTY-VALUE
015150     ELSE
015160         SET LOC-QTY-INVALID TO TRUE
015170         DISPLAY 'LOC0814E QUANTITY MUST BE NUMERIC'
015180     END-IF.
015190 7000-EDIT-QUANTITY-EXIT.
015200     EXIT.
015210 
015220 7100-JUSTIFY-QUANTITY.
015230     MOVE LOC-QTY-ENTERED TO LOC-QTY-SHIFT.
015240     MOVE SPACES TO LOC-QTY-ENTERED.
015250     MOVE LOC-QTY-SHIFT (1:4) TO LOC-QTY-ENTERED (2:4).
015260 7100-JUSTIFY-QUANTITY-EXIT.
015270     EXIT.
015280 
015290*****************************************************************
015300*  7200-VALIDATE-ITEM - THE ENTERED ITEM NUMBER MUST BE ON THE  *
015310*                    ITEMREF ITEM REFERENCE FILE AND NOT        *
015320*                    DISCONTINUED.  A BLANK ITEM (FACE NOT YET  *
015330*                    SLOTTED), OR ON A CHANGE THE FACE'S        *
015340*                    CURRENT ITEM, IS NOT SENT HERE - THE       *
015350*                    CALLERS SKIP THE CHECK                     *
015360*****************************************************************
015370 7200-VALIDATE-ITEM.
015380     SET LOC-ITEM-ON-FILE TO TRUE.
015390     MOVE LOC-ITEM-ENTERED TO ITM-ITEM-NUMBER.
015400     READ LOC-ITEM-FILE
015410         INVALID KEY
015420             SET LOC-ITEM-UNKNOWN TO TRUE
015430             DISPLAY 'LOC0818E ITEM ' LOC-ITEM-ENTERED
015440                     ' IS NOT ON THE ITEM REFERENCE FILE - '
015450                     'SET IT UP THROUGH ITMMAINT FIRST'
015460         NOT INVALID KEY
015470             IF ITM-DISCONTINUED
015480                 SET LOC-ITEM-UNKNOWN TO TRUE
015490                 DISPLAY 'LOC0827E ITEM ' LOC-ITEM-ENTERED
015500                         ' IS DISCONTINUED - IT CANNOT BE '
015510                         'ASSIGNED TO A FACE'
015520             END-IF
015530     END-READ.
015540 7200-VALIDATE-ITEM-EXIT.
015550     EXIT.
015560 
015570*****************************************************************
015580*  7300-GET-WAREHOUSE-ID - ASK WHICH BUILDING THE ACTION IS     *
015590*                    FOR.  A BLANK REPLY MEANS THE ORIGINAL     *
015600*                    WAREHOUSE (01), SO SINGLE-BUILDING HABITS  *
015610*                    KEEP WORKING                               *
015620*****************************************************************
015630 7300-GET-WAREHOUSE-ID.
015640     DISPLAY 'ENTER WAREHOUSE ID (BLANK = 01) : '
015650         WITH NO ADVANCING.
015660     ACCEPT LOC-WHSE-ENTERED.
015670     IF LOC-WHSE-ENTERED = SPACES
015680         MOVE '01' TO LOC-WHSE-ENTERED
015690     END-IF.
015700 7300-GET-WAREHOUSE-ID-EXIT.
015710     EXIT.
015720 
015730*****************************************************************
015740*  7500-WRITE-AUDIT - JOURNAL ONE MAINTENANCE ACTION.  THE      *
015750*                    CALLER SETS LOC-AUDIT-ACTION AND THE       *
015760*                    BEFORE/AFTER IMAGES.  THE KEY SEQUENCE     *
015770*                    NUMBER IS BUMPED AND THE WRITE RETRIED     *
015780*                    WHEN TWO ACTIONS LAND ON THE SAME SECOND   *
015790*****************************************************************
015800 7500-WRITE-AUDIT.
015810     ACCEPT LOC-AUDIT-DATE FROM DATE YYYYMMDD.
015820     ACCEPT LOC-AUDIT-TIME FROM TIME.
015830     MOVE LOC-AUDIT-DATE TO AUD-DATE.
015840     MOVE LOC-AUDIT-TIME (1:6) TO AUD-TIME.
015850     MOVE 1 TO AUD-SEQ.
015860     MOVE LOC-OPERATOR-ID TO AUD-OPERATOR.
015870     MOVE LOC-AUDIT-ACTION TO AUD-ACTION.
015880     MOVE LOC-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
015890     MOVE LOC-AFTER-IMAGE TO AUD-AFTER-IMAGE.
015900     MOVE LOC-AUDIT-OUTCOME TO AUD-OUTCOME.
015910     MOVE SPACE TO LOC-AUDIT-OUTCOME.
015920     MOVE 'N' TO LOC-AUDIT-DONE-SWITCH.
015930     PERFORM 7510-WRITE-AUDIT-RECORD
015940         THRU 7510-WRITE-AUDIT-RECORD-EXIT
015950         UNTIL LOC-AUDIT-DONE.
015960 7500-WRITE-AUDIT-EXIT.
015970     EXIT.
015980 
015990 7510-WRITE-AUDIT-RECORD.
016000     WRITE LOC-AUDIT-RECORD
016010         INVALID KEY
016020             IF LOC-AUDIT-DUP-KEY AND AUD-SEQ < 9999
016030                 ADD 1 TO AUD-SEQ
016040             ELSE
016050                 DISPLAY 'LOC0910E LOCMAINT - AUDIT JOURNAL '
016060                         'WRITE FAILED, STATUS '
016070                         LOC-AUDIT-STATUS UPON CONSOLE
016080                 SET LOC-AUDIT-DONE TO TRUE
016090             END-IF
016100         NOT INVALID KEY
016110             SET LOC-AUDIT-DONE TO TRUE
016120     END-WRITE.
016130 7510-WRITE-AUDIT-RECORD-EXIT.
016140     EXIT.
016150 
016160*****************************************************************
016170*  7600-JOURNAL-UPDATE - WRITE ONE COMPLETED UPDATE TO THE      *
016180*                    LOCRJNL RECOVERY JOURNAL, FROM THE SAME    *
016190*                    IMAGES 7500 JUST AUDITED.  THE CALLER      *
016200*                    SETS LOC-RJNL-ACTION (A REINSTATE IS AN    *
016210*                    ADD AS FAR AS RECOVERY IS CONCERNED).      *
016220*                    REFUSED ATTEMPTS NEVER COME HERE           *
016230*****************************************************************
016240 7600-JOURNAL-UPDATE.
016250     MOVE AUD-DATE TO RJN-DATE.
016260     MOVE AUD-TIME TO RJN-TIME.
016270     MOVE 1 TO RJN-SEQ.
016280     MOVE 'LOCMAINT' TO RJN-PROGRAM.
016290     MOVE LOC-OPERATOR-ID TO RJN-OPERATOR.
016300     MOVE LOC-RJNL-ACTION TO RJN-ACTION.
016310     MOVE LOC-BEFORE-IMAGE TO RJN-BEFORE-IMAGE.
016320     MOVE LOC-AFTER-IMAGE TO RJN-AFTER-IMAGE.
016330     MOVE 'N' TO LOC-RJNL-DONE-SWITCH.
016340     PERFORM 7610-WRITE-JOURNAL-RECORD
016350         THRU 7610-WRITE-JOURNAL-RECORD-EXIT
016360         UNTIL LOC-RJNL-DONE.
016370 7600-JOURNAL-UPDATE-EXIT.
016380     EXIT.
016390 
016400 7610-WRITE-JOURNAL-RECORD.
016410     WRITE LOC-RJNL-RECORD
016420         INVALID KEY
016430             IF LOC-RJNL-DUP-KEY AND RJN-SEQ < 9999
016440                 ADD 1 TO RJN-SEQ
016450             ELSE
016460                 DISPLAY 'LOC0911E LOCMAINT - RECOVERY JOURNAL '
016470                         'WRITE FAILED, STATUS '
016480                         LOC-RJNL-STATUS UPON CONSOLE
016490                 SET LOC-RJNL-DONE TO TRUE
016500             END-IF
016510         NOT INVALID KEY
016520             SET LOC-RJNL-DONE TO TRUE
016530     END-WRITE.
016540 7610-WRITE-JOURNAL-RECORD-EXIT.
016550     EXIT.
016560 
016570*****************************************************************
016580*  7700-CHECK-FREEZE - A LOCATION ON THE LOCFRZN COUNT-FREEZE   *
016590*                    FILE IS BEING CYCLE-COUNTED AND MUST NOT   *
016600*                    CHANGE UNDER THE COUNTERS.  ONLY A         *
016610*                    SUPERVISOR (AUTHORITY 3) MAY GO AHEAD, AND *
016620*                    ONLY AFTER CONFIRMING THE OVERRIDE.  ANY   *
016630*                    OTHER OPERATOR IS REFUSED AND THE ATTEMPT  *
016640*                    JOURNALED WITH AUD-OUTCOME 'X' AS IN 2500. *
016650*                    THE CALLER SETS LOC-AUDIT-ACTION AND HAS   *
016660*                    THE LOCATION RECORD READ                   *
016670*****************************************************************
016680 7700-CHECK-FREEZE.
016690     SET LOC-FREEZE-CLEAR TO TRUE.
016700     MOVE LOC-KEY OF ITEM-MASTER-RECORD TO FRZ-KEY.
016710     READ LOC-FRZ-FILE
016720         INVALID KEY
016730             GO TO 7700-CHECK-FREEZE-EXIT
016740     END-READ.
016750     DISPLAY 'LOC0825E LOCATION ' LOC-KEY-ENTERED
016760             ' IS FROZEN FOR A CYCLE COUNT SINCE '
016770             FRZ-FROZEN-DATE.
016780     IF LOC-SIGNON-AUTH < '3'
016790         DISPLAY 'LOC0826E ONLY A SUPERVISOR CAN OVERRIDE A '
016800                 'COUNT FREEZE'
016810         SET LOC-FREEZE-REFUSED TO TRUE
016820         MOVE SPACES TO LOC-BEFORE-IMAGE
016830         MOVE SPACES TO LOC-AFTER-IMAGE
016840         MOVE 'X' TO LOC-AUDIT-OUTCOME
016850         PERFORM 7500-WRITE-AUDIT
016860             THRU 7500-WRITE-AUDIT-EXIT
016870         GO TO 7700-CHECK-FREEZE-EXIT
016880     END-IF.
016890     DISPLAY 'OVERRIDE THE COUNT FREEZE (Y/N) ? '
016900         WITH NO ADVANCING.
016910     ACCEPT LOC-CONFIRM-ENTERED.
016920     IF LOC-CONFIRM-ENTERED NOT = 'Y'
016930         DISPLAY 'LOC0108I LOCATION LEFT FROZEN - NOTHING CHANGED'
016940         SET LOC-FREEZE-REFUSED TO TRUE
016950         GO TO 7700-CHECK-FREEZE-EXIT
016960     END-IF.
016970     SET LOC-FREEZE-OVERRIDDEN TO TRUE.
016980 7700-CHECK-FREEZE-EXIT.
016990     EXIT.
017000 
017010*****************************************************************
017020*  8000-TERMINATE - CLOSE THE ITEM-MASTER FILE                   *
017030*****************************************************************
017040 8000-TERMINATE.
017050     CLOSE ITEM-MASTER
017060           LOC-AUDIT-FILE
017070           LOC-ARCH-FILE
017080           LOC-ITEM-FILE
017090           LOC-OPER-FILE
017100           LOC-RJNL-FILE
017110           LOC-CNTH-FILE
017120           LOC-EXH-FILE
017130           LOC-SUSP-FILE
017140           LOC-FRZ-FILE
017150           LOC-PEND-FILE
017160           LOC-OTSK-FILE.
017170     DISPLAY 'LOC0001I LOCMAINT - SESSION ENDED' UPON CONSOLE.
017180 8000-TERMINATE-EXIT.
017190     EXIT.
017200     STOP RUN.
