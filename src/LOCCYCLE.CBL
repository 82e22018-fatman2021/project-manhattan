000260*  COUNTED) IS LISTED ON THE LOCCYCRP REPORT, SO THE AUDITORS   *
000270*  CAN SEE EVERY FACE GETS COUNTED ON SCHEDULE.                 *
000280*                                                                *
000290*  EVERY FACE PUT ON THE LIST IS ALSO FROZEN ON THE KEYED       *
000300*  LOCFRZN COUNT-FREEZE FILE, SO NOTHING CHANGES IT UNDER THE   *
000310*  COUNTERS - LOCAPPLY HOLDS FEED TRANSACTIONS FOR IT IN        *
000320*  SUSPENSE, LOCMAINT REFUSES MAINTENANCE WITHOUT A SUPERVISOR  *
000330*  OVERRIDE AND LOCREPL CUTS IT NO TASK.  LOCRECON LIFTS THE    *
000340*  FREEZE WHEN THE COUNT RECONCILES; A FACE STILL FROZEN FROM   *
000350*  AN EARLIER LIST KEEPS ITS ORIGINAL FREEZE DATE (SEE          *
000360*  LOCFRZAG FOR THE AGING).                                     *
000370*                                                                *
000380*  COUNT ZONE (PASSED AS THE EXEC STATEMENT PARM= AND           *
000390*  RECEIVED VIA THE LINKAGE SECTION, THE WAY A JCL-INVOKED      *
000400*  MAIN PROGRAM GETS ITS PARM TEXT ON THIS PLATFORM) -          *
000410*      ZZ - SELECT EVERY LOCATION IN ZONE ZZ TODAY              *
000420*      (BLANK SELECTS THE EXCEPTION-HISTORY LOCATIONS ONLY)     *
000430*                                                                *
000440*  MOD HISTORY                                                  *
000450*  ---------- --- --------------------------------------------- *
000460*  2026-09-03 RSM  ORIGINAL                                      *
000470*  2026-09-03 RSM  MULTI-WAREHOUSE - THE COUNT LIST AND THE     *
000480*                  REPORT CARRY THE WAREHOUSE ID AND THE        *
000490*                  HISTORY AND EXCEPTION READS USE THE          *
000500*                  WAREHOUSE + CODE KEYS.  THE ZONE ROTATION    *
000510*                  SELECTS THE PARM ZONE IN EVERY WAREHOUSE     *
000520*  2026-10-15 RSM  COUNT FREEZE - EVERY LISTED FACE IS WRITTEN  *
000530*                  TO THE KEYED LOCFRZN FREEZE FILE; TOTALS     *
000540*                  SHOW NEW AND ALREADY-FROZEN FACES            *
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.  IBM-370.
000590 OBJECT-COMPUTER.  IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ITEM-MASTER      ASSIGN TO ITEMMAST
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS DYNAMIC
000650            RECORD KEY IS LOC-KEY OF ITEM-MASTER-RECORD
000660            ALTERNATE RECORD KEY IS
000670                LOC-ITEM-NUMBER OF ITEM-MASTER-RECORD
000680                WITH DUPLICATES
000690            FILE STATUS IS LOC-ITEMMAST-STATUS.
000700 
000710     SELECT LOC-EXH-FILE     ASSIGN TO LOCEXHST
000720            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS DYNAMIC
000740            RECORD KEY IS EXH-KEY
000750            FILE STATUS IS LOC-EXH-STATUS.
000760 
000770     SELECT LOC-CNTH-FILE    ASSIGN TO LOCCNTH
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS DYNAMIC
000800            RECORD KEY IS CNT-KEY
000810            FILE STATUS IS LOC-CNTH-STATUS.
000820 
000830     SELECT LOC-LIST-FILE    ASSIGN TO LOCCYCL
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS LOC-LIST-STATUS.
000860 
000870     SELECT LOC-CYC-REPORT   ASSIGN TO LOCCYCRP
000880            ORGANIZATION IS LINE SEQUENTIAL
000890            FILE STATUS IS LOC-CYCRP-STATUS.
000900 
000910     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
000920            ORGANIZATION IS INDEXED
000930            ACCESS MODE IS DYNAMIC
000940            RECORD KEY IS FRZ-KEY
000950            FILE STATUS IS LOC-FRZ-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  ITEM-MASTER
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 52 CHARACTERS.
001010     COPY LOCREC
001020         REPLACING ==:LOC-LVL:==    BY ==01==
001030                   ==:LOC-NAME:==   BY ==ITEM-MASTER-RECORD==
001040                   ==:LOC-SUBLVL:== BY ==05==
001050                   ==:LOC-OCCURS:== BY ==      ==.
001060 
001070 FD  LOC-EXH-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 62 CHARACTERS.
001100     COPY LOCEXH.
001110 
001120 FD  LOC-CNTH-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 22 CHARACTERS.
001150     COPY LOCCNT.
001160 
001170 FD  LOC-LIST-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 20 CHARACTERS.
001200 01  LOC-LIST-RECORD.
001210     05  LIST-LOC-CODE               PIC X(10).
001220     05  LIST-LOC-STATUS             PIC X(01).
001230     05  LIST-WHSE-ID                PIC X(02).
001240     05  FILLER                      PIC X(07).
001250 
001260 FD  LOC-CYC-REPORT
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 132 CHARACTERS.
001290 01  LOC-CYCRP-RECORD                PIC X(132).
001300 
001310 FD  LOC-FRZ-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 50 CHARACTERS.
001340     COPY LOCFRZ.
001350 
001360 WORKING-STORAGE SECTION.
001370 01  LOC-ITEMMAST-STATUS             PIC X(02).
001380     88  LOC-ITEMMAST-OK                 VALUE '00'.
001390 01  LOC-EXH-STATUS                  PIC X(02).
001400     88  LOC-EXH-OK                      VALUE '00'.
001410 01  LOC-CNTH-STATUS                 PIC X(02).
001420     88  LOC-CNTH-OK                     VALUE '00'.
001430 01  LOC-LIST-STATUS                 PIC X(02).
001440     88  LOC-LIST-OK                     VALUE '00'.
001450 01  LOC-CYCRP-STATUS                PIC X(02).
001460     88  LOC-CYCRP-OK                    VALUE '00'.
001470 01  LOC-FRZ-STATUS                  PIC X(02).
001480     88  LOC-FRZ-OK                      VALUE '00'.
001490     88  LOC-FRZ-DUP-KEY                 VALUE '22'.
001500 
001510 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
001520     88  LOC-AT-EOF                      VALUE 'Y'.
001530 01  LOC-SELECT-SWITCH               PIC X(01)  VALUE 'N'.
001540     88  LOC-FACE-SELECTED               VALUE 'Y'.
001550 01  LOC-EXH-MISSING-SWITCH          PIC X(01)  VALUE 'N'.
001560     88  LOC-NO-EXH-FILE                 VALUE 'Y'.
001570 
001580 01  LOC-COUNT-ZONE                  PIC X(02)  VALUE SPACES.
001590 01  LOC-SELECT-REASON               PIC X(20)  VALUE SPACES.
001600 
001610 01  LOC-OVERDUE-DAYS                PIC 9(04)       VALUE 30.
001620 01  LOC-OVERDUE-CUTOFF              PIC X(08)  VALUE SPACES.
001630 01  LOC-DAY-NUMBER                  PIC 9(08)  COMP.
001640 01  LOC-DATE-WORK                   PIC 9(08).
001650 
001660 01  LOC-EXAMINED-COUNT              PIC 9(06)  VALUE ZERO.
001670 01  LOC-SELECTED-COUNT              PIC 9(06)  VALUE ZERO.
001680 01  LOC-OVERDUE-COUNT               PIC 9(06)  VALUE ZERO.
001690 01  LOC-FROZEN-COUNT                PIC 9(06)  VALUE ZERO.
001700 01  LOC-STILL-FROZEN-COUNT          PIC 9(06)  VALUE ZERO.
001710 
001720 01  LOC-CURRENT-DATE.
001730     05  LOC-CUR-YYYY                PIC 9(04).
001740     05  LOC-CUR-MM                  PIC 9(02).
001750     05  LOC-CUR-DD                  PIC 9(02).
001760 01  LOC-CURRENT-DATE-N REDEFINES LOC-CURRENT-DATE
001770                                     PIC 9(08).
001780 01  LOC-TODAY-DATE                  PIC X(08)  VALUE SPACES.
001790 
001800 01  LOC-CYC-HDG-1.
001810     05  FILLER                      PIC X(20)  VALUE SPACES.
001820     05  FILLER                      PIC X(29)
001830         VALUE 'DAILY CYCLE-COUNT SELECTION'.
001840 
001850 01  LOC-CYC-HDG-2.
001860     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
001870     05  CYC-HDG-2-DATE        PIC X(08).
001880     05  FILLER                PIC X(04)  VALUE SPACES.
001890     05  FILLER                PIC X(13)  VALUE 'COUNT ZONE : '.
001900     05  CYC-HDG-2-ZONE        PIC X(02).
001910     05  FILLER                PIC X(38)  VALUE SPACES.
001920     05  FILLER                PIC X(16)
001930         VALUE 'PROGRAM LOCCYCLE'.
001940 
001950 01  LOC-CYC-HDG-3.
001960     05  FILLER                PIC X(06)  VALUE 'WHSE'.
001970     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
001980     05  FILLER                PIC X(06)  VALUE 'ZONE  '.
001990     05  FILLER                PIC X(20)  VALUE 'SELECTED FOR'.
002000 
002010 01  LOC-CYC-DETAIL-LINE.
002020     05  CYC-DTL-WHSE                PIC X(02).
002030     05  FILLER                      PIC X(04)  VALUE SPACES.
002040     05  CYC-DTL-CODE                PIC X(10).
002050     05  FILLER                      PIC X(04)  VALUE SPACES.
002060     05  CYC-DTL-ZONE                PIC X(02).
002070     05  FILLER                      PIC X(04)  VALUE SPACES.
002080     05  CYC-DTL-REASON              PIC X(20).
002090 
002100 01  LOC-CYC-OVR-HDG.
002110     05  FILLER                PIC X(06)  VALUE 'WHSE'.
002120     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
002130     05  FILLER                PIC X(06)  VALUE 'ZONE  '.
002140     05  FILLER                PIC X(14)  VALUE 'LAST COUNTED'.
002150 
002160 01  LOC-CYC-OVR-LINE.
002170     05  CYC-OVR-WHSE                PIC X(02).
002180     05  FILLER                      PIC X(04)  VALUE SPACES.
002190     05  CYC-OVR-CODE                PIC X(10).
002200     05  FILLER                      PIC X(04)  VALUE SPACES.
002210     05  CYC-OVR-ZONE                PIC X(02).
002220     05  FILLER                      PIC X(04)  VALUE SPACES.
002230     05  CYC-OVR-LAST                PIC X(13).
002240 
002250 01  LOC-CYC-TOTAL-1.
002260     05  FILLER                      PIC X(24)
002270         VALUE 'LOCATIONS EXAMINED .... '.
002280     05  CYC-TOT-EXAMINED            PIC ZZZ,ZZ9.
002290 01  LOC-CYC-TOTAL-2.
002300     05  FILLER                      PIC X(24)
002310         VALUE 'SELECTED FOR COUNT .... '.
002320     05  CYC-TOT-SELECTED            PIC ZZZ,ZZ9.
002330 01  LOC-CYC-TOTAL-3.
002340     05  FILLER                      PIC X(24)
002350         VALUE 'OVERDUE FOR A COUNT ... '.
002360     05  CYC-TOT-OVERDUE             PIC ZZZ,ZZ9.
002370 01  LOC-CYC-TOTAL-4.
002380     05  FILLER                      PIC X(24)
002390         VALUE 'NEWLY FROZEN FOR COUNT  '.
002400     05  CYC-TOT-FROZEN              PIC ZZZ,ZZ9.
002410 01  LOC-CYC-TOTAL-5.
002420     05  FILLER                      PIC X(24)
002430         VALUE 'ALREADY FROZEN ........ '.
002440     05  CYC-TOT-STILL-FROZEN        PIC ZZZ,ZZ9.
002450 
002460 LINKAGE SECTION.
002470 01  LOC-PARM-AREA.
002480     05  LOC-PARM-LEN                PIC S9(04) COMP.
002490     05  LOC-PARM-TEXT               PIC X(08).
002500 
002510 PROCEDURE DIVISION USING LOC-PARM-AREA.
002520*****************************************************************
002530*  0000-MAINLINE                                                *
002540*****************************************************************
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE
002570         THRU 1000-INITIALIZE-EXIT.
002580     PERFORM 2000-SELECT-LOCATIONS
002590         THRU 2000-SELECT-LOCATIONS-EXIT.
002600     PERFORM 7000-WRITE-TOTALS
002610         THRU 7000-WRITE-TOTALS-EXIT.
002620     PERFORM 8000-TERMINATE
002630         THRU 8000-TERMINATE-EXIT.
002640 
002650*****************************************************************
002660*  1000-INITIALIZE - OPEN THE FILES, PICK UP THE ZONE PARM AND  *
002670*                    WORK OUT THE OVERDUE CUTOFF DATE           *
002680*****************************************************************
002690 1000-INITIALIZE.
002700     IF LOC-PARM-LEN OF LOC-PARM-AREA = 2
002710         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA (1:2)
002720             TO LOC-COUNT-ZONE
002730     END-IF.
002740 
002750     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
002760     MOVE LOC-CURRENT-DATE TO LOC-TODAY-DATE.
002770     COMPUTE LOC-DAY-NUMBER =
002780         FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N)
002790         - LOC-OVERDUE-DAYS.
002800     MOVE FUNCTION DATE-OF-INTEGER (LOC-DAY-NUMBER)
002810         TO LOC-DATE-WORK.
002820     MOVE LOC-DATE-WORK TO LOC-OVERDUE-CUTOFF.
002830 
002840     OPEN INPUT ITEM-MASTER.
002850     IF NOT LOC-ITEMMAST-OK
002860         DISPLAY 'LOC0901E LOCCYCLE - ITEM-MASTER OPEN FAILED, '
002870                 LOC-ITEMMAST-STATUS UPON CONSOLE
002880         MOVE 16 TO RETURN-CODE
002890         GO TO 8000-TERMINATE
002900     END-IF.
002910 
002920     OPEN INPUT LOC-EXH-FILE.
002930     IF LOC-EXH-STATUS = '35'
002940         SET LOC-NO-EXH-FILE TO TRUE
002950     ELSE
002960         IF NOT LOC-EXH-OK
002970             DISPLAY 'LOC0902E LOCCYCLE - LOCEXHST OPEN FAILED, '
002980                     LOC-EXH-STATUS UPON CONSOLE
002990             MOVE 16 TO RETURN-CODE
003000             GO TO 8000-TERMINATE
003010         END-IF
003020     END-IF.
003030 
003040     OPEN I-O LOC-CNTH-FILE.
003050     IF LOC-CNTH-STATUS = '35'
003060         CLOSE LOC-CNTH-FILE
003070         OPEN OUTPUT LOC-CNTH-FILE
003080         CLOSE LOC-CNTH-FILE
003090         OPEN I-O LOC-CNTH-FILE
003100     END-IF.
003110     IF NOT LOC-CNTH-OK
003120         DISPLAY 'LOC0903E LOCCYCLE - LOCCNTH OPEN FAILED, '
003130                 LOC-CNTH-STATUS UPON CONSOLE
003140         MOVE 16 TO RETURN-CODE
003150         GO TO 8000-TERMINATE
003160     END-IF.
003170 
003180     OPEN OUTPUT LOC-LIST-FILE.
003190     IF NOT LOC-LIST-OK
003200         DISPLAY 'LOC0904E LOCCYCLE - LOCCYCL OPEN FAILED, '
003210                 LOC-LIST-STATUS UPON CONSOLE
003220         MOVE 16 TO RETURN-CODE
003230         GO TO 8000-TERMINATE
003240     END-IF.
003250 
003260     OPEN OUTPUT LOC-CYC-REPORT.
003270     IF NOT LOC-CYCRP-OK
003280         DISPLAY 'LOC0905E LOCCYCLE - LOCCYCRP OPEN FAILED, '
003290                 LOC-CYCRP-STATUS UPON CONSOLE
003300         MOVE 16 TO RETURN-CODE
003310         GO TO 8000-TERMINATE
003320     END-IF.
003330 
003340     OPEN I-O LOC-FRZ-FILE.
003350     IF LOC-FRZ-STATUS = '35'
003360         CLOSE LOC-FRZ-FILE
003370         OPEN OUTPUT LOC-FRZ-FILE
003380         CLOSE LOC-FRZ-FILE
003390         OPEN I-O LOC-FRZ-FILE
003400     END-IF.
003410     IF NOT LOC-FRZ-OK
003420         DISPLAY 'LOC0906E LOCCYCLE - LOCFRZN OPEN FAILED, '
003430                 LOC-FRZ-STATUS UPON CONSOLE
003440         MOVE 16 TO RETURN-CODE
003450         GO TO 8000-TERMINATE
003460     END-IF.
003470 
003480     MOVE LOC-TODAY-DATE TO CYC-HDG-2-DATE.
003490     MOVE LOC-COUNT-ZONE TO CYC-HDG-2-ZONE.
003500     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-HDG-1.
003510     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-HDG-2.
003520     MOVE SPACES TO LOC-CYCRP-RECORD.
003530     WRITE LOC-CYCRP-RECORD.
003540     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-HDG-3.
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570 
003580*****************************************************************
003590*  2000-SELECT-LOCATIONS - ONE PASS OF THE ITEM-MASTER,         *
003600*                    SELECTING THE DAY'S COUNT LIST AND         *
003610*                    COLLECTING THE OVERDUE LINES               *
003620*****************************************************************
003630 2000-SELECT-LOCATIONS.
003640     PERFORM 2100-READ-MASTER
003650         THRU 2100-READ-MASTER-EXIT.
003660     PERFORM 2200-CHECK-ONE-LOCATION
003670         THRU 2200-CHECK-ONE-LOCATION-EXIT
003680         UNTIL LOC-AT-EOF.
003690     PERFORM 5000-LIST-OVERDUE
003700         THRU 5000-LIST-OVERDUE-EXIT.
003710 2000-SELECT-LOCATIONS-EXIT.
003720     EXIT.
003730 
003740 2100-READ-MASTER.
003750     READ ITEM-MASTER NEXT RECORD
003760         AT END
003770             SET LOC-AT-EOF TO TRUE
003780     END-READ.
003790 2100-READ-MASTER-EXIT.
003800     EXIT.
003810 
003820*****************************************************************
003830*  2200-CHECK-ONE-LOCATION - SELECT THE FACE FOR TODAY'S COUNT  *
003840*                    WHEN ITS ZONE IS THE ROTATION ZONE OR IT   *
003850*                    IS CARRYING EXCEPTION HISTORY              *
003860*****************************************************************
003870 2200-CHECK-ONE-LOCATION.
003880     ADD 1 TO LOC-EXAMINED-COUNT.
003890     MOVE 'N' TO LOC-SELECT-SWITCH.
003900     MOVE SPACES TO LOC-SELECT-REASON.
003910     IF LOC-COUNT-ZONE NOT = SPACES
003920        AND LOC-ZONE OF ITEM-MASTER-RECORD = LOC-COUNT-ZONE
003930         SET LOC-FACE-SELECTED TO TRUE
003940         MOVE 'ZONE ROTATION' TO LOC-SELECT-REASON
003950     END-IF.
003960     IF NOT LOC-FACE-SELECTED
003970        AND NOT LOC-NO-EXH-FILE
003980         MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO EXH-WHSE-ID
003990         MOVE LOC-CODE OF ITEM-MASTER-RECORD TO EXH-LOC-CODE
004000         READ LOC-EXH-FILE
004010             INVALID KEY
004020                 CONTINUE
004030             NOT INVALID KEY
004040                 SET LOC-FACE-SELECTED TO TRUE
004050                 MOVE 'EXCEPTION HISTORY' TO LOC-SELECT-REASON
004060         END-READ
004070     END-IF.
004080     IF LOC-FACE-SELECTED
004090         PERFORM 3000-WRITE-COUNT-ENTRY
004100             THRU 3000-WRITE-COUNT-ENTRY-EXIT
004110     END-IF.
004120     PERFORM 2100-READ-MASTER
004130         THRU 2100-READ-MASTER-EXIT.
004140 2200-CHECK-ONE-LOCATION-EXIT.
004150     EXIT.
004160 
004170*****************************************************************
004180*  3000-WRITE-COUNT-ENTRY - ONE LIST RECORD FOR THE SCANNERS    *
004190*                    (STATUS BYTE LEFT BLANK FOR THE COUNTER    *
004200*                    TO FILL), ONE REPORT LINE AND THE FACE'S   *
004210*                    COUNT FREEZE                               *
004220*****************************************************************
004230 3000-WRITE-COUNT-ENTRY.
004240     ADD 1 TO LOC-SELECTED-COUNT.
004250     MOVE SPACES TO LOC-LIST-RECORD.
004260     MOVE LOC-CODE OF ITEM-MASTER-RECORD TO LIST-LOC-CODE.
004270     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO LIST-WHSE-ID.
004280     WRITE LOC-LIST-RECORD.
004290     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO CYC-DTL-WHSE.
004300     MOVE LOC-CODE OF ITEM-MASTER-RECORD TO CYC-DTL-CODE.
004310     MOVE LOC-ZONE OF ITEM-MASTER-RECORD TO CYC-DTL-ZONE.
004320     MOVE LOC-SELECT-REASON TO CYC-DTL-REASON.
004330     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-DETAIL-LINE.
004340     PERFORM 3100-FREEZE-FACE
004350         THRU 3100-FREEZE-FACE-EXIT.
004360 3000-WRITE-COUNT-ENTRY-EXIT.
004370     EXIT.
004380 
004390*****************************************************************
004400*  3100-FREEZE-FACE - PUT THE LISTED FACE ON THE LOCFRZN COUNT  *
004410*                    FREEZE FILE DATED TONIGHT.  A FACE ALREADY *
004420*                    FROZEN BY AN EARLIER LIST WHOSE COUNT HAS  *
004430*                    NOT COME BACK YET KEEPS ITS ORIGINAL DATE  *
004440*                    SO THE AGING STILL COUNTS FROM THE FIRST   *
004450*                    FREEZE                                     *
004460*****************************************************************
004470 3100-FREEZE-FACE.
004480     MOVE SPACES TO LOC-FRZ-RECORD.
004490     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO FRZ-WHSE-ID.
004500     MOVE LOC-CODE OF ITEM-MASTER-RECORD TO FRZ-LOC-CODE.
004510     MOVE LOC-ZONE OF ITEM-MASTER-RECORD TO FRZ-ZONE.
004520     MOVE LOC-TODAY-DATE TO FRZ-FROZEN-DATE.
004530     MOVE LOC-SELECT-REASON TO FRZ-REASON.
004540     WRITE LOC-FRZ-RECORD
004550         INVALID KEY
004560             IF LOC-FRZ-DUP-KEY
004570                 ADD 1 TO LOC-STILL-FROZEN-COUNT
004580             ELSE
004590                 DISPLAY 'LOC0907E LOCCYCLE - COUNT FREEZE WRITE '
004600                         'FAILED FOR ' FRZ-LOC-CODE
004610                         ', STATUS ' LOC-FRZ-STATUS UPON CONSOLE
004620             END-IF
004630         NOT INVALID KEY
004640             ADD 1 TO LOC-FROZEN-COUNT
004650     END-WRITE.
004660 3100-FREEZE-FACE-EXIT.
004670     EXIT.
004680 
004690*****************************************************************
004700*  5000-LIST-OVERDUE - SECOND PASS OF THE ITEM-MASTER LISTING   *
004710*                    EVERY FACE WHOSE LAST COUNT IS OLDER THAN  *
004720*                    THE CUTOFF, OR THAT HAS NEVER BEEN         *
004730*                    COUNTED AT ALL                             *
004740*****************************************************************
004750 5000-LIST-OVERDUE.
004760     MOVE SPACES TO LOC-CYCRP-RECORD.
004770     WRITE LOC-CYCRP-RECORD.
004780     MOVE SPACES TO LOC-CYCRP-RECORD.
004790     STRING 'LOCATIONS OVERDUE FOR A COUNT (LAST COUNTED '
004800            'ON OR BEFORE ' LOC-OVERDUE-CUTOFF ') -'
004810         DELIMITED BY SIZE INTO LOC-CYCRP-RECORD.
004820     WRITE LOC-CYCRP-RECORD.
004830     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-OVR-HDG.
004840     MOVE 'N' TO LOC-EOF-SWITCH.
004850     MOVE LOW-VALUES TO LOC-KEY OF ITEM-MASTER-RECORD.
004860     START ITEM-MASTER
004870         KEY NOT LESS THAN LOC-KEY OF ITEM-MASTER-RECORD
004880         INVALID KEY
004890             SET LOC-AT-EOF TO TRUE
004900     END-START.
004910     IF NOT LOC-AT-EOF
004920         PERFORM 2100-READ-MASTER
004930             THRU 2100-READ-MASTER-EXIT
004940     END-IF.
004950     PERFORM 5100-CHECK-OVERDUE
004960         THRU 5100-CHECK-OVERDUE-EXIT
004970         UNTIL LOC-AT-EOF.
004980     IF LOC-OVERDUE-COUNT = ZERO
004990         MOVE SPACES TO LOC-CYCRP-RECORD
005000         STRING 'EVERY LOCATION HAS BEEN COUNTED WITHIN THE '
005010                'SCHEDULE'
005020             DELIMITED BY SIZE INTO LOC-CYCRP-RECORD
005030         WRITE LOC-CYCRP-RECORD
005040     END-IF.
005050 5000-LIST-OVERDUE-EXIT.
005060     EXIT.
005070 
005080 5100-CHECK-OVERDUE.
005090     MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO CNT-WHSE-ID.
005100     MOVE LOC-CODE OF ITEM-MASTER-RECORD TO CNT-LOC-CODE.
005110     MOVE SPACES TO CYC-OVR-LAST.
005120     READ LOC-CNTH-FILE
005130         INVALID KEY
005140             MOVE 'NEVER COUNTED' TO CYC-OVR-LAST
005150         NOT INVALID KEY
005160             IF CNT-LAST-COUNTED <= LOC-OVERDUE-CUTOFF
005170                 MOVE CNT-LAST-COUNTED TO CYC-OVR-LAST
005180             END-IF
005190     END-READ.
005200     IF CYC-OVR-LAST NOT = SPACES
005210         ADD 1 TO LOC-OVERDUE-COUNT
005220         MOVE LOC-WHSE-ID OF ITEM-MASTER-RECORD TO CYC-OVR-WHSE
005230         MOVE LOC-CODE OF ITEM-MASTER-RECORD TO CYC-OVR-CODE
005240         MOVE LOC-ZONE OF ITEM-MASTER-RECORD TO CYC-OVR-ZONE
005250         WRITE LOC-CYCRP-RECORD FROM LOC-CYC-OVR-LINE
005260     END-IF.
005270     PERFORM 2100-READ-MASTER
005280         THRU 2100-READ-MASTER-EXIT.
005290 5100-CHECK-OVERDUE-EXIT.
005300     EXIT.
005310 
005320*****************************************************************
005330*  7000-WRITE-TOTALS - REPORT TOTALS                            *
005340*****************************************************************
005350 7000-WRITE-TOTALS.
005360     MOVE SPACES TO LOC-CYCRP-RECORD.
005370     WRITE LOC-CYCRP-RECORD.
005380     MOVE LOC-EXAMINED-COUNT TO CYC-TOT-EXAMINED.
005390     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-TOTAL-1.
005400     MOVE LOC-SELECTED-COUNT TO CYC-TOT-SELECTED.
005410     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-TOTAL-2.
005420     MOVE LOC-OVERDUE-COUNT TO CYC-TOT-OVERDUE.
005430     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-TOTAL-3.
005440     MOVE LOC-FROZEN-COUNT TO CYC-TOT-FROZEN.
005450     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-TOTAL-4.
005460     MOVE LOC-STILL-FROZEN-COUNT TO CYC-TOT-STILL-FROZEN.
005470     WRITE LOC-CYCRP-RECORD FROM LOC-CYC-TOTAL-5.
005480 7000-WRITE-TOTALS-EXIT.
005490     EXIT.
005500 
005510*****************************************************************
005520*  8000-TERMINATE - CLOSE THE FILES                             *
005530*****************************************************************
005540 8000-TERMINATE.
005550     CLOSE ITEM-MASTER
005560           LOC-CNTH-FILE
005570           LOC-LIST-FILE
005580           LOC-CYC-REPORT
005590           LOC-FRZ-FILE.
005600     IF NOT LOC-NO-EXH-FILE
005610         CLOSE LOC-EXH-FILE
005620     END-IF.
005630     IF RETURN-CODE = ZERO
005640         DISPLAY 'LOC0161I LOCCYCLE - NORMAL COMPLETION, '
005650                 LOC-SELECTED-COUNT ' SELECTED, '
005660                 LOC-OVERDUE-COUNT ' OVERDUE, '
005670                 LOC-FROZEN-COUNT ' NEWLY FROZEN' UPON CONSOLE
005680     ELSE
005690         DISPLAY 'LOC0162E LOCCYCLE - ABENDING, RETURN CODE '
005700                 RETURN-CODE UPON CONSOLE
005710     END-IF.
005720 8000-TERMINATE-EXIT.
005730     EXIT.
005740     STOP RUN.
