000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCTASK.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCTASK - REPLENISHMENT TASK CLOSE-OUT AND AGING REPORT      *
000090*                                                               *
000100*  LOCREPL RECORDS EVERY REPLENISHMENT TASK IT CUTS ON THE      *
000110*  KEYED LOCOTSK OPEN-TASK FILE.  THIS PROGRAM RUNS AHEAD OF    *
000120*  IT EACH NIGHT AND -                                          *
000130*      - READS THE TASK-COMPLETION RETURN FILE THE WMS SENDS    *
000140*        DOWN (WMSTCMP - ONE RECORD PER TASK THE RESERVE CREW   *
000150*        CONFIRMED, LOCATION CODE, QUANTITY PUT AWAY AND        *
000160*        WAREHOUSE IN THE SAME POSITIONS AS THE WMSONH FEED)    *
000170*        AND CLOSES EACH CONFIRMED TASK BY DELETING IT FROM     *
000180*        LOCOTSK.  A CONFIRMATION FOR LESS THAN THE OPEN        *
000190*        QUANTITY (THE ORIGINAL PULL DONE, A LATER TOP-UP       *
000200*        STILL OUT) ONLY REDUCES THE OPEN QUANTITY; A BLANK OR  *
000210*        ZERO QUANTITY CONFIRMS THE WHOLE TASK.  A LOCATION     *
000220*        RENAMED SINCE ITS TASK WAS CUT HAS THE TASK CARRIED TO *
000230*        THE NEW CODE BY LOCAPPLY/LOCMAINT, SO A CONFIRMATION   *
000240*        STILL UNDER THE OLD CODE IS TRACED FORWARD THROUGH THE *
000250*        LAST SEVEN DAYS' RENAMES ON THE LOCRJNL RECOVERY       *
000260*        JOURNAL AND CLOSES THE TASK UNDER THE NEW ONE          *
000270*      - PRINTS THE LOCTAGR TASK AGING REPORT FROM WHAT IS      *
000280*        STILL OPEN - EVERY TASK OPEN MORE THAN ONE NIGHT,      *
000290*        FLAGGED WHEN OPEN MORE THAN TWO, WITH A TOTAL PER      *
000300*        WAREHOUSE/ZONE SO THE REPLENISHMENT AREAS FALLING      *
000310*        BEHIND STAND OUT                                       *
000320*  SO WHEN LOCREPL RUNS, LOCOTSK HOLDS ONLY TASKS STILL ON THE  *
000330*  FLOOR.  SEE JCL/LOCNITE.JCL, STEP TASKCL.                    *
000340*                                                               *
000350*  A TASK'S AGE IN NIGHTS IS THE RUN DATE LESS THE DATE LOCREPL *
000360*  FIRST CUT IT (OTK-ISSUED) - A TOP-UP DOES NOT RESTART THE    *
000370*  CLOCK.                                                       *
000380*                                                               *
000390*  MOD HISTORY                                                  *
000400*  ---------- --- --------------------------------------------- *
000410*  2026-10-15 RSM  ORIGINAL                                     *
000420*  2026-10-15 RSM  A CONFIRMATION UNDER A LOCATION'S OLD CODE   *
000430*                  IS TRACED THROUGH THE LOCRJNL RENAMES TO THE *
000440*                  TASK NOW CARRIED UNDER THE NEW CODE; COUNTED *
000450*                  ON THE TOTALS AS CLOSED UNDER NEW CODE       *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510 SPECIAL-NAMES.
000520     C01 IS LOC-NEW-PAGE.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LOC-OTSK-FILE    ASSIGN TO LOCOTSK
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS DYNAMIC
000580            RECORD KEY IS OTK-KEY
000590            FILE STATUS IS LOC-OTSK-STATUS.
000600 
000610     SELECT LOC-CMP-FILE     ASSIGN TO WMSTCMP
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS LOC-CMP-STATUS.
000640 
000650     SELECT LOC-TAGE-REPORT  ASSIGN TO LOCTAGR
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS LOC-TAGR-STATUS.
000680 
000690     SELECT LOC-RJNL-FILE    ASSIGN TO LOCRJNL
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS DYNAMIC
000720            RECORD KEY IS RJN-KEY
000730            FILE STATUS IS LOC-RJNL-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  LOC-OTSK-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 50 CHARACTERS.
000790     COPY LOCOTK.
000800 
000810 FD  LOC-CMP-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  LOC-CMP-RECORD.
000850     05  CMP-LOC-CODE                PIC X(10).
000860     05  CMP-QTY                     PIC X(05).
000870     05  CMP-WHSE-ID                 PIC X(02).
000880     05  FILLER                      PIC X(63).
000890 
000900 FD  LOC-TAGE-REPORT
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  LOC-TAGR-RECORD                 PIC X(132).
000940 
000950 FD  LOC-RJNL-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 140 CHARACTERS.
000980     COPY LOCRJN.
000990 
001000 WORKING-STORAGE SECTION.
001010 01  LOC-OTSK-STATUS                 PIC X(02).
001020     88  LOC-OTSK-OK                     VALUE '00'.
001030     88  LOC-OTSK-NOTFOUND               VALUE '23'.
001040 01  LOC-CMP-STATUS                  PIC X(02).
001050     88  LOC-CMP-OK                      VALUE '00'.
001060 01  LOC-TAGR-STATUS                 PIC X(02).
001070     88  LOC-TAGR-OK                     VALUE '00'.
001080 01  LOC-RJNL-STATUS                 PIC X(02).
001090     88  LOC-RJNL-OK                     VALUE '00'.
001100 
001110 01  LOC-CMP-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001120     88  LOC-CMP-EOF                     VALUE 'Y'.
001130 01  LOC-OTSK-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001140     88  LOC-OTSK-EOF                    VALUE 'Y'.
001150 01  LOC-RJNL-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001160     88  LOC-RJNL-EOF                    VALUE 'Y'.
001170 
001180 01  LOC-CMP-QTY-VALUE               PIC 9(05)       VALUE ZERO.
001190 
001200 01  LOC-CMP-READ-COUNT              PIC 9(06)  COMP VALUE ZERO.
001210 01  LOC-CLOSED-COUNT                PIC 9(06)  COMP VALUE ZERO.
001220 01  LOC-PARTIAL-COUNT               PIC 9(06)  COMP VALUE ZERO.
001230 01  LOC-UNMATCHED-COUNT             PIC 9(06)  COMP VALUE ZERO.
001240 01  LOC-TRACED-COUNT                PIC 9(06)  COMP VALUE ZERO.
001250 01  LOC-STILL-OPEN-COUNT            PIC 9(06)  COMP VALUE ZERO.
001260 01  LOC-OVER-1-COUNT                PIC 9(06)  COMP VALUE ZERO.
001270 01  LOC-OVER-2-COUNT                PIC 9(06)  COMP VALUE ZERO.
001280 01  LOC-ZONE-OPEN                   PIC 9(06)  COMP VALUE ZERO.
001290 01  LOC-ZONE-OVER-1                 PIC 9(06)  COMP VALUE ZERO.
001300 01  LOC-ZONE-OVER-2                 PIC 9(06)  COMP VALUE ZERO.
001310 01  LOC-PREV-ZONE-KEY               PIC X(04)  VALUE SPACES.
001320 
001330 01  LOC-CURRENT-DATE.
001340     05  LOC-CUR-YYYY                PIC 9(04).
001350     05  LOC-CUR-MM                  PIC 9(02).
001360     05  LOC-CUR-DD                  PIC 9(02).
001370 01  LOC-CURRENT-DATE-N REDEFINES LOC-CURRENT-DATE
001380                                     PIC 9(08).
001390 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
001400 01  LOC-TODAY-NUMBER                PIC 9(08)  COMP.
001410 01  LOC-ISSUED-DATE                 PIC X(08).
001420 01  LOC-ISSUED-DATE-N REDEFINES LOC-ISSUED-DATE
001430                                     PIC 9(08).
001440 01  LOC-NIGHTS-OPEN                 PIC 9(04)  COMP VALUE ZERO.
001450 01  LOC-DAY-NUMBER                  PIC 9(08)  COMP.
001460 01  LOC-DATE-WORK                   PIC 9(08).
001470 
001480 01  LOC-PAGE-NUMBER                 PIC 9(04)  COMP VALUE ZERO.
001490 01  LOC-LINE-COUNT                  PIC 9(04)  COMP VALUE 99.
001500 01  LOC-LINES-PER-PAGE              PIC 9(04)  COMP VALUE 50.
001510 
001520*****************************************************************
001530*  THE OPEN-TASK TABLE - EVERY TASK STILL OPEN AFTER THE        *
001540*  CLOSE-OUT, SORTED INTO WAREHOUSE/ZONE/LOCATION SEQUENCE FOR  *
001550*  THE ZONE BREAKS.  BOUNDED LIKE LOCREPL'S TASK TABLE;         *
001560*  OVERFLOW IS A HARD ERROR                                     *
001570*****************************************************************
001580 01  LOC-MAX-OPEN-TASKS              PIC 9(04) COMP  VALUE 2000.
001590 01  LOC-OPEN-TASK-TABLE.
001600     05  LOC-OT-COUNT                PIC 9(04) COMP  VALUE ZERO.
001610     05  LOC-OT-ENTRY                OCCURS 0 TO 2000 TIMES
001620                                     DEPENDING ON LOC-OT-COUNT.
001630         10  OT-SORT-KEY.
001640             15  OT-WHSE-ID          PIC X(02).
001650             15  OT-ZONE             PIC X(02).
001660             15  OT-LOC-CODE         PIC X(10).
001670         10  OT-ITEM-NUMBER          PIC X(08).
001680         10  OT-QTY                  PIC 9(05).
001690         10  OT-ISSUED               PIC X(08).
001700         10  OT-LAST-ISSUED          PIC X(08).
001710         10  OT-NIGHTS               PIC 9(04).
001720 01  LOC-SORT-SUB-1                  PIC 9(04) COMP.
001730 01  LOC-SORT-SUB-2                  PIC 9(04) COMP.
001740 01  LOC-PRINT-SUB                   PIC 9(04) COMP.
001750 01  LOC-SWAP-ENTRY                  PIC X(47).
001760 
001770*****************************************************************
001780*  RENAMES FROM THE JOURNAL - OLD AND NEW WAREHOUSE + CODE KEY, *
001790*  IN THE ORDER THEY HAPPENED, AS IN LOCDELTA.  A CONFIRMATION  *
001800*  KEY IS WALKED FORWARD THROUGH THE TABLE, SO A CODE RENAMED   *
001810*  TWICE IN THE WINDOW ENDS AT ITS LATEST CODE                  *
001820*****************************************************************
001830 01  LOC-RENAME-DAYS                 PIC 9(04) COMP  VALUE 7.
001840 01  LOC-MAX-RENAMES                 PIC 9(04) COMP  VALUE 500.
001850 01  LOC-RENAME-TABLE.
001860     05  LOC-RN-COUNT                PIC 9(04) COMP  VALUE ZERO.
001870     05  LOC-RN-ENTRY                OCCURS 0 TO 500 TIMES
001880                                     DEPENDING ON LOC-RN-COUNT.
001890         10  RN-OLD-KEY              PIC X(12).
001900         10  RN-NEW-KEY              PIC X(12).
001910 01  LOC-RN-SUB                      PIC S9(04) COMP.
001920 01  LOC-TRACE-KEY                   PIC X(12)  VALUE SPACES.
001930 
001940 01  LOC-TAGR-HDG-1.
001950     05  FILLER                      PIC X(20)  VALUE SPACES.
001960     05  FILLER                      PIC X(37)
001970         VALUE 'OPEN REPLENISHMENT TASK AGING BY ZONE'.
001980     05  FILLER                      PIC X(10)  VALUE SPACES.
001990     05  FILLER                      PIC X(05)  VALUE 'PAGE '.
002000     05  TAGR-HDG-1-PAGE             PIC ZZZ9.
002010 
002020 01  LOC-TAGR-HDG-2.
002030     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
002040     05  TAGR-HDG-2-DATE       PIC X(10).
002050     05  FILLER                PIC X(56)  VALUE SPACES.
002060     05  FILLER                PIC X(15)
002070         VALUE 'PROGRAM LOCTASK'.
002080 
002090 01  LOC-TAGR-HDG-3.
002100     05  FILLER                PIC X(06)  VALUE 'WHSE'.
002110     05  FILLER                PIC X(06)  VALUE 'ZONE'.
002120     05  FILLER                PIC X(12)  VALUE 'LOCATION'.
002130     05  FILLER                PIC X(10)  VALUE 'ITEM'.
002140     05  FILLER                PIC X(08)  VALUE 'OPEN QTY'.
002150     05  FILLER                PIC X(12)  VALUE '  FIRST CUT'.
002160     05  FILLER                PIC X(10)  VALUE 'LAST CUT'.
002170     05  FILLER                PIC X(08)  VALUE '  NIGHTS'.
002180 
002190 01  LOC-TAGR-DETAIL-LINE.
002200     05  TAGR-DTL-WHSE               PIC X(02).
002210     05  FILLER                      PIC X(04)  VALUE SPACES.
002220     05  TAGR-DTL-ZONE               PIC X(02).
002230     05  FILLER                      PIC X(04)  VALUE SPACES.
002240     05  TAGR-DTL-CODE               PIC X(10).
002250     05  FILLER                      PIC X(02)  VALUE SPACES.
002260     05  TAGR-DTL-ITEM               PIC X(08).
002270     05  FILLER                      PIC X(02)  VALUE SPACES.
002280     05  TAGR-DTL-QTY                PIC ZZ,ZZ9.
002290     05  FILLER                      PIC X(04)  VALUE SPACES.
002300     05  TAGR-DTL-ISSUED             PIC X(08).
002310     05  FILLER                      PIC X(02)  VALUE SPACES.
002320     05  TAGR-DTL-LAST               PIC X(08).
002330     05  FILLER                      PIC X(04)  VALUE SPACES.
002340     05  TAGR-DTL-NIGHTS             PIC ZZZ9.
002350     05  FILLER                      PIC X(03)  VALUE SPACES.
002360     05  TAGR-DTL-FLAG               PIC X(22).
002370 
002380 01  LOC-TAGR-ZONE-LINE.
002390     05  FILLER                      PIC X(06)  VALUE SPACES.
002400     05  FILLER                      PIC X(11)
002410         VALUE 'ZONE TOTAL '.
002420     05  TAGR-ZTL-WHSE               PIC X(02).
002430     05  FILLER                      PIC X(01)  VALUE '/'.
002440     05  TAGR-ZTL-ZONE               PIC X(02).
002450     05  FILLER                      PIC X(08)  VALUE '   OPEN '.
002460     05  TAGR-ZTL-OPEN               PIC ZZZ,ZZ9.
002470     05  FILLER                      PIC X(18)
002480         VALUE '   OVER 1 NIGHT  '.
002490     05  TAGR-ZTL-OVER-1             PIC ZZZ,ZZ9.
002500     05  FILLER                      PIC X(18)
002510         VALUE '   OVER 2 NIGHTS '.
002520     05  TAGR-ZTL-OVER-2             PIC ZZZ,ZZ9.
002530 
002540 01  LOC-TAGR-TOTAL-LINE.
002550     05  TAGR-TOT-LABEL              PIC X(24).
002560     05  TAGR-TOT-COUNT              PIC ZZZ,ZZ9.
002570 
002580 PROCEDURE DIVISION.
002590*****************************************************************
002600*  0000-MAINLINE                                                *
002610*****************************************************************
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE
002640         THRU 1000-INITIALIZE-EXIT.
002650     PERFORM 2000-CLOSE-COMPLETED-TASKS
002660         THRU 2000-CLOSE-COMPLETED-TASKS-EXIT.
002670     PERFORM 2500-LOAD-OPEN-TASKS
002680         THRU 2500-LOAD-OPEN-TASKS-EXIT.
002690     PERFORM 3000-SORT-OPEN-TASKS
002700         THRU 3000-SORT-OPEN-TASKS-EXIT.
002710     PERFORM 5000-WRITE-AGING-REPORT
002720         THRU 5000-WRITE-AGING-REPORT-EXIT.
002730     PERFORM 8000-TERMINATE
002740         THRU 8000-TERMINATE-EXIT.
002750 
002760*****************************************************************
002770*  1000-INITIALIZE - OPEN THE FILES AND GET THE RUN DATE.  NO   *
002780*                    COMPLETION FILE FROM THE WMS TONIGHT IS    *
002790*                    NOT AN ERROR - EVERY TASK SIMPLY AGES      *
002800*****************************************************************
002810 1000-INITIALIZE.
002820     OPEN I-O LOC-OTSK-FILE.
002830     IF LOC-OTSK-STATUS = '35'
002840         CLOSE LOC-OTSK-FILE
002850         OPEN OUTPUT LOC-OTSK-FILE
002860         CLOSE LOC-OTSK-FILE
002870         OPEN I-O LOC-OTSK-FILE
002880     END-IF.
002890     IF NOT LOC-OTSK-OK
002900         DISPLAY 'LOC0901E LOCTASK - LOCOTSK OPEN FAILED, '
002910                 LOC-OTSK-STATUS UPON CONSOLE
002920         MOVE 16 TO RETURN-CODE
002930         GO TO 8000-TERMINATE
002940     END-IF.
002950 
002960     OPEN INPUT LOC-CMP-FILE.
002970     IF LOC-CMP-STATUS = '35'
002980         DISPLAY 'LOC0191I LOCTASK - NO TASK COMPLETION FILE '
002990                 'TONIGHT, NO TASKS CLOSED' UPON CONSOLE
003000         SET LOC-CMP-EOF TO TRUE
003010     ELSE
003020         IF NOT LOC-CMP-OK
003030             DISPLAY 'LOC0902E LOCTASK - WMSTCMP OPEN FAILED, '
003040                     LOC-CMP-STATUS UPON CONSOLE
003050             MOVE 16 TO RETURN-CODE
003060             GO TO 8000-TERMINATE
003070         END-IF
003080     END-IF.
003090 
003100     OPEN OUTPUT LOC-TAGE-REPORT.
003110     IF NOT LOC-TAGR-OK
003120         DISPLAY 'LOC0903E LOCTASK - LOCTAGR OPEN FAILED, '
003130                 LOC-TAGR-STATUS UPON CONSOLE
003140         MOVE 16 TO RETURN-CODE
003150         GO TO 8000-TERMINATE
003160     END-IF.
003170 
003180     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
003190     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
003200         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
003210     COMPUTE LOC-TODAY-NUMBER =
003220         FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N).
003230     PERFORM 1500-LOAD-RENAMES
003240         THRU 1500-LOAD-RENAMES-EXIT.
003250 1000-INITIALIZE-EXIT.
003260     EXIT.
003270 
003280*****************************************************************
003290*  1500-LOAD-RENAMES - TABLE EVERY RENAME JOURNALED IN THE LAST *
003300*                    LOC-RENAME-DAYS DAYS.  NO JOURNAL YET (A   *
003310*                    NEW INSTALLATION) MEANS NO RENAMES         *
003320*****************************************************************
003330 1500-LOAD-RENAMES.
003340     OPEN INPUT LOC-RJNL-FILE.
003350     IF LOC-RJNL-STATUS = '35'
003360         GO TO 1500-LOAD-RENAMES-EXIT
003370     END-IF.
003380     IF NOT LOC-RJNL-OK
003390         DISPLAY 'LOC0905E LOCTASK - LOCRJNL OPEN FAILED, '
003400                 LOC-RJNL-STATUS UPON CONSOLE
003410         MOVE 16 TO RETURN-CODE
003420         GO TO 8000-TERMINATE
003430     END-IF.
003440     COMPUTE LOC-DAY-NUMBER =
003450         LOC-TODAY-NUMBER - LOC-RENAME-DAYS.
003460     MOVE FUNCTION DATE-OF-INTEGER (LOC-DAY-NUMBER)
003470         TO LOC-DATE-WORK.
003480     MOVE LOC-DATE-WORK TO RJN-DATE.
003490     MOVE ZEROES TO RJN-TIME.
003500     MOVE ZERO TO RJN-SEQ.
003510     START LOC-RJNL-FILE
003520         KEY NOT LESS THAN RJN-KEY
003530         INVALID KEY
003540             SET LOC-RJNL-EOF TO TRUE
003550     END-START.
003560     PERFORM 1510-LOAD-ONE-RENAME
003570         THRU 1510-LOAD-ONE-RENAME-EXIT
003580         UNTIL LOC-RJNL-EOF.
003590     CLOSE LOC-RJNL-FILE.
003600 1500-LOAD-RENAMES-EXIT.
003610     EXIT.
003620 
003630 1510-LOAD-ONE-RENAME.
003640     READ LOC-RJNL-FILE NEXT RECORD
003650         AT END
003660             SET LOC-RJNL-EOF TO TRUE
003670             GO TO 1510-LOAD-ONE-RENAME-EXIT
003680     END-READ.
003690     IF NOT RJN-ACTION-RENAME
003700         GO TO 1510-LOAD-ONE-RENAME-EXIT
003710     END-IF.
003720     IF LOC-RN-COUNT >= LOC-MAX-RENAMES
003730         DISPLAY 'LOC0999E LOCTASK - RENAME TABLE OVERFLOW, '
003740                 'LIMIT IS ' LOC-MAX-RENAMES UPON CONSOLE
003750         MOVE 900 TO RETURN-CODE
003760         GO TO 8000-TERMINATE
003770     END-IF.
003780     ADD 1 TO LOC-RN-COUNT.
003790     MOVE RJN-BEFORE-IMAGE (1:12) TO RN-OLD-KEY (LOC-RN-COUNT).
003800     MOVE RJN-AFTER-IMAGE (1:12) TO RN-NEW-KEY (LOC-RN-COUNT).
003810 1510-LOAD-ONE-RENAME-EXIT.
003820     EXIT.
003830 
003840*****************************************************************
003850*  2000-CLOSE-COMPLETED-TASKS - APPLY EVERY WMS CONFIRMATION TO *
003860*                    THE OPEN-TASK FILE                         *
003870*****************************************************************
003880 2000-CLOSE-COMPLETED-TASKS.
003890     IF NOT LOC-CMP-EOF
003900         PERFORM 2100-READ-COMPLETION
003910             THRU 2100-READ-COMPLETION-EXIT
003920     END-IF.
003930     PERFORM 2200-APPLY-ONE-COMPLETION
003940         THRU 2200-APPLY-ONE-COMPLETION-EXIT
003950         UNTIL LOC-CMP-EOF.
003960 2000-CLOSE-COMPLETED-TASKS-EXIT.
003970     EXIT.
003980 
003990 2100-READ-COMPLETION.
004000     READ LOC-CMP-FILE
004010         AT END
004020             SET LOC-CMP-EOF TO TRUE
004030     END-READ.
004040 2100-READ-COMPLETION-EXIT.
004050     EXIT.
004060 
004070*****************************************************************
004080*  2200-APPLY-ONE-COMPLETION - CLOSE THE TASK, OR TAKE THE      *
004090*                    CONFIRMED QUANTITY OFF IT WHEN IT FALLS    *
004100*                    SHORT OF WHAT IS STILL OPEN.  A            *
004110*                    CONFIRMATION WITH NO OPEN TASK (ALREADY    *
004120*                    CLOSED, OR CUT BY HAND ON THE WMS) IS      *
004130*                    COUNTED AND OTHERWISE IGNORED - BUT NOT    *
004140*                    UNTIL THE CODE HAS BEEN TRACED THROUGH THE *
004150*                    RENAMES, WHICH CARRY THE TASK WITH THEM    *
004160*****************************************************************
004170 2200-APPLY-ONE-COMPLETION.
004180     ADD 1 TO LOC-CMP-READ-COUNT.
004190     IF CMP-WHSE-ID = SPACES
004200         MOVE '01' TO OTK-WHSE-ID
004210     ELSE
004220         MOVE CMP-WHSE-ID TO OTK-WHSE-ID
004230     END-IF.
004240     MOVE CMP-LOC-CODE TO OTK-LOC-CODE.
004250     READ LOC-OTSK-FILE
004260         INVALID KEY
004270             CONTINUE
004280     END-READ.
004290     IF NOT LOC-OTSK-OK
004300         PERFORM 2300-TRACE-RENAME
004310             THRU 2300-TRACE-RENAME-EXIT
004320     END-IF.
004330     IF NOT LOC-OTSK-OK
004340         ADD 1 TO LOC-UNMATCHED-COUNT
004350         GO TO 2200-APPLY-ONE-COMPLETION-NEXT
004360     END-IF.
004370     MOVE ZERO TO LOC-CMP-QTY-VALUE.
004380     IF CMP-QTY NUMERIC
004390         MOVE CMP-QTY TO LOC-CMP-QTY-VALUE
004400     END-IF.
004410     IF LOC-CMP-QTY-VALUE > ZERO
004420        AND LOC-CMP-QTY-VALUE < OTK-QTY
004430         SUBTRACT LOC-CMP-QTY-VALUE FROM OTK-QTY
004440         REWRITE LOC-OTSK-RECORD
004450             INVALID KEY
004460                 CONTINUE
004470         END-REWRITE
004480         ADD 1 TO LOC-PARTIAL-COUNT
004490     ELSE
004500         DELETE LOC-OTSK-FILE
004510             INVALID KEY
004520                 CONTINUE
004530         END-DELETE
004540         ADD 1 TO LOC-CLOSED-COUNT
004550     END-IF.
004560     IF NOT LOC-OTSK-OK
004570         DISPLAY 'LOC0904E LOCTASK - OPEN TASK UPDATE FAILED '
004580                 'FOR ' CMP-LOC-CODE
004590                 ', STATUS ' LOC-OTSK-STATUS UPON CONSOLE
004600         MOVE 16 TO RETURN-CODE
004610         GO TO 8000-TERMINATE
004620     END-IF.
004630 2200-APPLY-ONE-COMPLETION-NEXT.
004640     PERFORM 2100-READ-COMPLETION
004650         THRU 2100-READ-COMPLETION-EXIT.
004660 2200-APPLY-ONE-COMPLETION-EXIT.
004670     EXIT.
004680 
004690*****************************************************************
004700*  2300-TRACE-RENAME - FOLLOW THE CONFIRMATION'S KEY FORWARD    *
004710*                    THROUGH THE RENAMES AND, WHERE IT WAS      *
004720*                    RENAMED, LOOK FOR THE TASK UNDER THE CODE  *
004730*                    IT ENDED AT.  OTK-KEY IS LEFT ON THAT KEY  *
004740*                    FOR THE REWRITE OR DELETE                  *
004750*****************************************************************
004760 2300-TRACE-RENAME.
004770     MOVE OTK-KEY TO LOC-TRACE-KEY.
004780     PERFORM 2310-TRACE-ONE-RENAME
004790         THRU 2310-TRACE-ONE-RENAME-EXIT
004800         VARYING LOC-RN-SUB FROM 1 BY 1
004810         UNTIL LOC-RN-SUB > LOC-RN-COUNT.
004820     IF LOC-TRACE-KEY = OTK-KEY
004830         GO TO 2300-TRACE-RENAME-EXIT
004840     END-IF.
004850     MOVE LOC-TRACE-KEY TO OTK-KEY.
004860     READ LOC-OTSK-FILE
004870         INVALID KEY
004880             CONTINUE
004890     END-READ.
004900     IF LOC-OTSK-OK
004910         ADD 1 TO LOC-TRACED-COUNT
004920     END-IF.
004930 2300-TRACE-RENAME-EXIT.
004940     EXIT.
004950 
004960 2310-TRACE-ONE-RENAME.
004970     IF RN-OLD-KEY (LOC-RN-SUB) = LOC-TRACE-KEY
004980         MOVE RN-NEW-KEY (LOC-RN-SUB) TO LOC-TRACE-KEY
004990     END-IF.
005000 2310-TRACE-ONE-RENAME-EXIT.
005010     EXIT.
005020 
005030*****************************************************************
005040*  2500-LOAD-OPEN-TASKS - ONE PASS OF WHAT IS LEFT ON LOCOTSK,  *
005050*                    AGEING EACH TASK INTO THE TABLE            *
005060*****************************************************************
005070 2500-LOAD-OPEN-TASKS.
005080     MOVE LOW-VALUES TO OTK-KEY.
005090     START LOC-OTSK-FILE
005100         KEY NOT LESS THAN OTK-KEY
005110         INVALID KEY
005120             SET LOC-OTSK-EOF TO TRUE
005130     END-START.
005140     IF NOT LOC-OTSK-EOF
005150         PERFORM 2600-READ-OPEN-TASK
005160             THRU 2600-READ-OPEN-TASK-EXIT
005170     END-IF.
005180     PERFORM 2700-ADD-OPEN-TASK
005190         THRU 2700-ADD-OPEN-TASK-EXIT
005200         UNTIL LOC-OTSK-EOF.
005210 2500-LOAD-OPEN-TASKS-EXIT.
005220     EXIT.
005230 
005240 2600-READ-OPEN-TASK.
005250     READ LOC-OTSK-FILE NEXT RECORD
005260         AT END
005270             SET LOC-OTSK-EOF TO TRUE
005280     END-READ.
005290 2600-READ-OPEN-TASK-EXIT.
005300     EXIT.
005310 
005320 2700-ADD-OPEN-TASK.
005330     IF LOC-OT-COUNT >= LOC-MAX-OPEN-TASKS
005340         DISPLAY 'LOC0999E LOCTASK - OPEN TASK TABLE OVERFLOW, '
005350                 'LIMIT IS ' LOC-MAX-OPEN-TASKS UPON CONSOLE
005360         MOVE 900 TO RETURN-CODE
005370         GO TO 8000-TERMINATE
005380     END-IF.
005390     ADD 1 TO LOC-STILL-OPEN-COUNT.
005400     ADD 1 TO LOC-OT-COUNT.
005410     MOVE OTK-WHSE-ID TO OT-WHSE-ID (LOC-OT-COUNT).
005420     MOVE OTK-ZONE TO OT-ZONE (LOC-OT-COUNT).
005430     MOVE OTK-LOC-CODE TO OT-LOC-CODE (LOC-OT-COUNT).
005440     MOVE OTK-ITEM-NUMBER TO OT-ITEM-NUMBER (LOC-OT-COUNT).
005450     MOVE OTK-QTY TO OT-QTY (LOC-OT-COUNT).
005460     MOVE OTK-ISSUED TO OT-ISSUED (LOC-OT-COUNT).
005470     MOVE OTK-LAST-ISSUED TO OT-LAST-ISSUED (LOC-OT-COUNT).
005480     MOVE ZERO TO LOC-NIGHTS-OPEN.
005490     MOVE OTK-ISSUED TO LOC-ISSUED-DATE.
005500     IF LOC-ISSUED-DATE NUMERIC
005510        AND LOC-ISSUED-DATE-N < LOC-CURRENT-DATE-N
005520         COMPUTE LOC-NIGHTS-OPEN = LOC-TODAY-NUMBER
005530             - FUNCTION INTEGER-OF-DATE (LOC-ISSUED-DATE-N)
005540     END-IF.
005550     MOVE LOC-NIGHTS-OPEN TO OT-NIGHTS (LOC-OT-COUNT).
005560     PERFORM 2600-READ-OPEN-TASK
005570         THRU 2600-READ-OPEN-TASK-EXIT.
005580 2700-ADD-OPEN-TASK-EXIT.
005590     EXIT.
005600 
005610*****************************************************************
005620*  3000-SORT-OPEN-TASKS - SORT THE TABLE INTO WAREHOUSE/ZONE/   *
005630*                    LOCATION SEQUENCE (STRAIGHT SELECTION      *
005640*                    SORT, AS IN LOCREPL)                       *
005650*****************************************************************
005660 3000-SORT-OPEN-TASKS.
005670     IF LOC-OT-COUNT < 2
005680         GO TO 3000-SORT-OPEN-TASKS-EXIT
005690     END-IF.
005700     PERFORM 3100-SORT-ONE-SLOT
005710         THRU 3100-SORT-ONE-SLOT-EXIT
005720         VARYING LOC-SORT-SUB-1 FROM 1 BY 1
005730         UNTIL LOC-SORT-SUB-1 >= LOC-OT-COUNT.
005740 3000-SORT-OPEN-TASKS-EXIT.
005750     EXIT.
005760 
005770 3100-SORT-ONE-SLOT.
005780     PERFORM 3200-COMPARE-AND-SWAP
005790         THRU 3200-COMPARE-AND-SWAP-EXIT
005800         VARYING LOC-SORT-SUB-2 FROM LOC-SORT-SUB-1 BY 1
005810         UNTIL LOC-SORT-SUB-2 > LOC-OT-COUNT.
005820 3100-SORT-ONE-SLOT-EXIT.
005830     EXIT.
005840 
005850 3200-COMPARE-AND-SWAP.
005860     IF LOC-SORT-SUB-2 > LOC-SORT-SUB-1
005870        AND OT-SORT-KEY (LOC-SORT-SUB-2)
005880                < OT-SORT-KEY (LOC-SORT-SUB-1)
005890         MOVE LOC-OT-ENTRY (LOC-SORT-SUB-1) TO LOC-SWAP-ENTRY
005900         MOVE LOC-OT-ENTRY (LOC-SORT-SUB-2)
005910             TO LOC-OT-ENTRY (LOC-SORT-SUB-1)
005920         MOVE LOC-SWAP-ENTRY TO LOC-OT-ENTRY (LOC-SORT-SUB-2)
005930     END-IF.
005940 3200-COMPARE-AND-SWAP-EXIT.
005950     EXIT.
005960 
005970*****************************************************************
005980*  5000-WRITE-AGING-REPORT - ONE LINE PER TASK OPEN MORE THAN   *
005990*                    ONE NIGHT, A TOTAL AT EACH CHANGE OF       *
006000*                    WAREHOUSE/ZONE, THEN THE RUN TOTALS        *
006010*****************************************************************
006020 5000-WRITE-AGING-REPORT.
006030     PERFORM 5300-WRITE-PAGE-HEADINGS
006040         THRU 5300-WRITE-PAGE-HEADINGS-EXIT.
006050     IF LOC-OT-COUNT = 0
006060         MOVE SPACES TO LOC-TAGR-RECORD
006070         STRING 'NO REPLENISHMENT TASK IS STILL OPEN'
006080             DELIMITED BY SIZE INTO LOC-TAGR-RECORD
006090         WRITE LOC-TAGR-RECORD
006100     ELSE
006110         MOVE OT-WHSE-ID (1) TO LOC-PREV-ZONE-KEY (1:2)
006120         MOVE OT-ZONE (1) TO LOC-PREV-ZONE-KEY (3:2)
006130         PERFORM 5100-WRITE-ONE-TASK
006140             THRU 5100-WRITE-ONE-TASK-EXIT
006150             VARYING LOC-PRINT-SUB FROM 1 BY 1
006160             UNTIL LOC-PRINT-SUB > LOC-OT-COUNT
006170         PERFORM 5200-WRITE-ZONE-TOTAL
006180             THRU 5200-WRITE-ZONE-TOTAL-EXIT
006190     END-IF.
006200     PERFORM 5500-WRITE-TOTALS
006210         THRU 5500-WRITE-TOTALS-EXIT.
006220 5000-WRITE-AGING-REPORT-EXIT.
006230     EXIT.
006240 
006250 5100-WRITE-ONE-TASK.
006260     IF OT-WHSE-ID (LOC-PRINT-SUB) NOT = LOC-PREV-ZONE-KEY (1:2)
006270        OR OT-ZONE (LOC-PRINT-SUB) NOT = LOC-PREV-ZONE-KEY (3:2)
006280         PERFORM 5200-WRITE-ZONE-TOTAL
006290             THRU 5200-WRITE-ZONE-TOTAL-EXIT
006300         MOVE OT-WHSE-ID (LOC-PRINT-SUB)
006310             TO LOC-PREV-ZONE-KEY (1:2)
006320         MOVE OT-ZONE (LOC-PRINT-SUB)
006330             TO LOC-PREV-ZONE-KEY (3:2)
006340     END-IF.
006350     ADD 1 TO LOC-ZONE-OPEN.
006360     IF OT-NIGHTS (LOC-PRINT-SUB) < 2
006370         GO TO 5100-WRITE-ONE-TASK-EXIT
006380     END-IF.
006390     ADD 1 TO LOC-ZONE-OVER-1.
006400     ADD 1 TO LOC-OVER-1-COUNT.
006410     MOVE SPACES TO TAGR-DTL-FLAG.
006420     IF OT-NIGHTS (LOC-PRINT-SUB) > 2
006430         ADD 1 TO LOC-ZONE-OVER-2
006440         ADD 1 TO LOC-OVER-2-COUNT
006450         MOVE '** OVER TWO NIGHTS' TO TAGR-DTL-FLAG
006460     END-IF.
006470     IF LOC-LINE-COUNT >= LOC-LINES-PER-PAGE
006480         PERFORM 5300-WRITE-PAGE-HEADINGS
006490             THRU 5300-WRITE-PAGE-HEADINGS-EXIT
006500     END-IF.
006510     MOVE OT-WHSE-ID (LOC-PRINT-SUB) TO TAGR-DTL-WHSE.
006520     MOVE OT-ZONE (LOC-PRINT-SUB) TO TAGR-DTL-ZONE.
006530     MOVE OT-LOC-CODE (LOC-PRINT-SUB) TO TAGR-DTL-CODE.
006540     MOVE OT-ITEM-NUMBER (LOC-PRINT-SUB) TO TAGR-DTL-ITEM.
006550     MOVE OT-QTY (LOC-PRINT-SUB) TO TAGR-DTL-QTY.
006560     MOVE OT-ISSUED (LOC-PRINT-SUB) TO TAGR-DTL-ISSUED.
006570     MOVE OT-LAST-ISSUED (LOC-PRINT-SUB) TO TAGR-DTL-LAST.
006580     MOVE OT-NIGHTS (LOC-PRINT-SUB) TO TAGR-DTL-NIGHTS.
006590     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-DETAIL-LINE.
006600     ADD 1 TO LOC-LINE-COUNT.
006610 5100-WRITE-ONE-TASK-EXIT.
006620     EXIT.
006630 
006640 5200-WRITE-ZONE-TOTAL.
006650     MOVE LOC-PREV-ZONE-KEY (1:2) TO TAGR-ZTL-WHSE.
006660     MOVE LOC-PREV-ZONE-KEY (3:2) TO TAGR-ZTL-ZONE.
006670     MOVE LOC-ZONE-OPEN TO TAGR-ZTL-OPEN.
006680     MOVE LOC-ZONE-OVER-1 TO TAGR-ZTL-OVER-1.
006690     MOVE LOC-ZONE-OVER-2 TO TAGR-ZTL-OVER-2.
006700     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-ZONE-LINE.
006710     MOVE SPACES TO LOC-TAGR-RECORD.
006720     WRITE LOC-TAGR-RECORD.
006730     ADD 2 TO LOC-LINE-COUNT.
006740     MOVE ZERO TO LOC-ZONE-OPEN
006750                  LOC-ZONE-OVER-1
006760                  LOC-ZONE-OVER-2.
006770 5200-WRITE-ZONE-TOTAL-EXIT.
006780     EXIT.
006790 
006800 5300-WRITE-PAGE-HEADINGS.
006810     ADD 1 TO LOC-PAGE-NUMBER.
006820     MOVE LOC-PAGE-NUMBER TO TAGR-HDG-1-PAGE.
006830     MOVE LOC-REPORT-DATE TO TAGR-HDG-2-DATE.
006840     IF LOC-PAGE-NUMBER = 1
006850         WRITE LOC-TAGR-RECORD FROM LOC-TAGR-HDG-1
006860             AFTER ADVANCING 1 LINE
006870     ELSE
006880         WRITE LOC-TAGR-RECORD FROM LOC-TAGR-HDG-1
006890             AFTER ADVANCING LOC-NEW-PAGE
006900     END-IF.
006910     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-HDG-2
006920         AFTER ADVANCING 1 LINE.
006930     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-HDG-3
006940         AFTER ADVANCING 2 LINES.
006950     MOVE 3 TO LOC-LINE-COUNT.
006960 5300-WRITE-PAGE-HEADINGS-EXIT.
006970     EXIT.
006980 
006990 5500-WRITE-TOTALS.
007000     MOVE SPACES TO LOC-TAGR-RECORD.
007010     WRITE LOC-TAGR-RECORD.
007020     MOVE 'COMPLETIONS READ ...... ' TO TAGR-TOT-LABEL.
007030     MOVE LOC-CMP-READ-COUNT TO TAGR-TOT-COUNT.
007040     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007050     MOVE 'TASKS CLOSED .......... ' TO TAGR-TOT-LABEL.
007060     MOVE LOC-CLOSED-COUNT TO TAGR-TOT-COUNT.
007070     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007080     MOVE 'PART COMPLETE, OPEN ... ' TO TAGR-TOT-LABEL.
007090     MOVE LOC-PARTIAL-COUNT TO TAGR-TOT-COUNT.
007100     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007110     MOVE 'NO OPEN TASK FOUND .... ' TO TAGR-TOT-LABEL.
007120     MOVE LOC-UNMATCHED-COUNT TO TAGR-TOT-COUNT.
007130     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007140     MOVE 'CLOSED UNDER NEW CODE . ' TO TAGR-TOT-LABEL.
007150     MOVE LOC-TRACED-COUNT TO TAGR-TOT-COUNT.
007160     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007170     MOVE 'TASKS STILL OPEN ...... ' TO TAGR-TOT-LABEL.
007180     MOVE LOC-STILL-OPEN-COUNT TO TAGR-TOT-COUNT.
007190     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007200     MOVE 'OPEN OVER 1 NIGHT ..... ' TO TAGR-TOT-LABEL.
007210     MOVE LOC-OVER-1-COUNT TO TAGR-TOT-COUNT.
007220     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007230     MOVE 'OPEN OVER 2 NIGHTS .... ' TO TAGR-TOT-LABEL.
007240     MOVE LOC-OVER-2-COUNT TO TAGR-TOT-COUNT.
007250     WRITE LOC-TAGR-RECORD FROM LOC-TAGR-TOTAL-LINE.
007260 5500-WRITE-TOTALS-EXIT.
007270     EXIT.
007280 
007290*****************************************************************
007300*  8000-TERMINATE - CLOSE THE FILES                             *
007310*****************************************************************
007320 8000-TERMINATE.
007330     CLOSE LOC-OTSK-FILE
007340           LOC-CMP-FILE
007350           LOC-TAGE-REPORT.
007360     IF RETURN-CODE = ZERO
007370         DISPLAY 'LOC0192I LOCTASK - NORMAL COMPLETION, '
007380                 LOC-CLOSED-COUNT ' TASKS CLOSED, '
007390                 LOC-STILL-OPEN-COUNT ' STILL OPEN'
007400                 UPON CONSOLE
007410     ELSE
007420         DISPLAY 'LOC0193E LOCTASK - ABENDING, RETURN CODE '
007430                 RETURN-CODE UPON CONSOLE
007440     END-IF.
007450 8000-TERMINATE-EXIT.
007460     EXIT.
007470     STOP RUN.
