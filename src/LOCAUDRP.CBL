000350*                  (OPERATOR LACKED THE AUTHORITY, JOURNALED    *
000360*                  BY LOCMAINT WITH AUD-OUTCOME 'X') PRINTS     *
000370*                  'REFUSED' AND HAS NO IMAGES TO SHOW          *
000380*  2026-10-15 RSM  A RENAME (AUD-ACTION 'N', LOCMAINT OPTION 7) *
000390*                  PRINTS UNDER THE OLD CODE WITH BOTH IMAGES   *
000400*                  AND A NEW CODE LINE                          *
000410*  2026-10-15 RSM  A CHANGE, DELETE OR RENAME A SUPERVISOR      *
000420*                  FORCED THROUGH A CYCLE-COUNT FREEZE (AUD-    *
000430*                  OUTCOME 'F') PRINTS 'OVERRIDE' WITH IMAGES   *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LOC-AUDIT-FILE   ASSIGN TO LOCAUDIT
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS AUD-KEY
000550            FILE STATUS IS LOC-AUDIT-STATUS.
000560 
000570     SELECT LOC-AUDRPT-FILE  ASSIGN TO LOCAUDRP
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS LOC-AUDRPT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  LOC-AUDIT-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 134 CHARACTERS.
000650     COPY LOCAUD.
000660 
000670 FD  LOC-AUDRPT-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 132 CHARACTERS.
000700 01  LOC-AUDRPT-RECORD               PIC X(132).
000710 
000720 WORKING-STORAGE SECTION.
000730 01  LOC-AUDIT-STATUS                PIC X(02).
000740     88  LOC-AUDIT-OK                    VALUE '00'.
000750 01  LOC-AUDRPT-STATUS               PIC X(02).
000760     88  LOC-AUDRPT-OK                   VALUE '00'.
000770 
000780 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
000790     88  LOC-AT-EOF                      VALUE 'Y'.
000800 
000810 01  LOC-ACTION-COUNT                PIC 9(06)  VALUE ZERO.
000820 
000830 01  LOC-PARM-DATE                   PIC X(08)  VALUE SPACES.
000840 01  LOC-REPORT-DAY                  PIC X(08)  VALUE SPACES.
000850 01  LOC-DAY-NUMBER                  PIC 9(08)  COMP.
000860 
000870 01  LOC-CURRENT-DATE.
000880     05  LOC-CUR-YYYY                PIC 9(04).
000890     05  LOC-CUR-MM                  PIC 9(02).
000900     05  LOC-CUR-DD                  PIC 9(02).
000910 01  LOC-CURRENT-DATE-N REDEFINES LOC-CURRENT-DATE
000920                                     PIC 9(08).
000930 01  LOC-DATE-WORK                   PIC 9(08).
000940 
000950 01  LOC-AUD-HDG-1.
000960     05  FILLER                      PIC X(20)  VALUE SPACES.
000970     05  FILLER                      PIC X(33)
000980         VALUE 'LOCATION MAINTENANCE AUDIT TRAIL'.
000990 
001000 01  LOC-AUD-HDG-2.
001010     05  FILLER                PIC X(17)
001020         VALUE 'MAINTENANCE DAY :'.
001030     05  FILLER                PIC X(01)  VALUE SPACES.
001040     05  AUD-HDG-2-DATE        PIC X(08).
001050     05  FILLER                PIC X(50)  VALUE SPACES.
001060     05  FILLER                PIC X(16)
001070         VALUE 'PROGRAM LOCAUDRP'.
001080 
001090 01  LOC-AUD-HDG-3.
001100     05  FILLER                      PIC X(10)  VALUE 'TIME'.
001110     05  FILLER                      PIC X(10)  VALUE 'OPERATOR'.
001120     05  FILLER                      PIC X(10)  VALUE 'ACTION'.
001130     05  FILLER                      PIC X(06)  VALUE 'WHSE'.
001140     05  FILLER                PIC X(13)  VALUE 'LOCATION CODE'.
001150     05  FILLER                      PIC X(02)  VALUE SPACES.
001160     05  FILLER                PIC X(11)  VALUE 'DISPOSITION'.
001170 
001180 01  LOC-AUD-DETAIL-LINE.
001190     05  AUD-DTL-TIME                PIC X(08).
001200     05  FILLER                      PIC X(02)  VALUE SPACES.
001210     05  AUD-DTL-OPERATOR            PIC X(08).
001220     05  FILLER                      PIC X(02)  VALUE SPACES.
001230     05  AUD-DTL-ACTION              PIC X(10).
001240     05  AUD-DTL-WHSE                PIC X(02).
001250     05  FILLER                      PIC X(04)  VALUE SPACES.
001260     05  AUD-DTL-CODE                PIC X(10).
001270     05  FILLER                      PIC X(05)  VALUE SPACES.
001280     05  AUD-DTL-OUTCOME             PIC X(09).
001290 
001300 01  LOC-AUD-IMAGE-LINE.
001310     05  FILLER                      PIC X(04)  VALUE SPACES.
001320     05  AUD-IMG-LABEL               PIC X(09).
001330     05  AUD-IMG-TEXT                PIC X(52).
001340 
001350 01  LOC-AUD-TOTAL-LINE.
001360     05  FILLER                      PIC X(24)
001370         VALUE 'TOTAL ACTIONS ......... '.
001380     05  AUD-TOT-COUNT               PIC ZZZ,ZZ9.
001390 
001400 LINKAGE SECTION.
001410 01  LOC-PARM-AREA.
001420     05  LOC-PARM-LEN                PIC S9(04) COMP.
001430     05  LOC-PARM-TEXT               PIC X(08).
001440 
001450 PROCEDURE DIVISION USING LOC-PARM-AREA.
001460*****************************************************************
001470*  0000-MAINLINE                                                *
001480*****************************************************************
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE
001510         THRU 1000-INITIALIZE-EXIT.
001520     PERFORM 2000-LIST-DAYS-ACTIVITY
001530         THRU 2000-LIST-DAYS-ACTIVITY-EXIT.
001540     PERFORM 8000-TERMINATE
001550         THRU 8000-TERMINATE-EXIT.
001560 
001570*****************************************************************
001580*  1000-INITIALIZE - OPEN FILES, RESOLVE THE REPORT DAY AND     *
001590*                    POSITION THE JOURNAL AT ITS FIRST RECORD   *
001600*****************************************************************
001610 1000-INITIALIZE.
001620     MOVE SPACES TO LOC-PARM-DATE.
001630     IF LOC-PARM-LEN OF LOC-PARM-AREA = 8
001640         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA TO LOC-PARM-DATE
001650     END-IF.
001660     IF LOC-PARM-DATE NOT = SPACES
001670         MOVE LOC-PARM-DATE TO LOC-REPORT-DAY
001680     ELSE
001690         ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD
001700         COMPUTE LOC-DAY-NUMBER =
001710             FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N) - 1
001720         MOVE FUNCTION DATE-OF-INTEGER (LOC-DAY-NUMBER)
001730             TO LOC-DATE-WORK
001740         MOVE LOC-DATE-WORK TO LOC-REPORT-DAY
001750     END-IF.
001760 
001770     OPEN INPUT LOC-AUDIT-FILE.
001780     IF LOC-AUDIT-STATUS = '35'
001790         DISPLAY 'LOC0043I LOCAUDRP - NO AUDIT JOURNAL YET, '
001800                 'NOTHING TO REPORT' UPON CONSOLE
001810         SET LOC-AT-EOF TO TRUE
001820     ELSE
001830         IF NOT LOC-AUDIT-OK
001840             DISPLAY 'LOC0901E LOCAUDRP - LOCAUDIT OPEN FAILED, '
001850                     LOC-AUDIT-STATUS UPON CONSOLE
001860             MOVE 16 TO RETURN-CODE
001870             GO TO 8000-TERMINATE
001880         END-IF
001890     END-IF.
001900 
001910     OPEN OUTPUT LOC-AUDRPT-FILE.
001920     IF NOT LOC-AUDRPT-OK
001930         DISPLAY 'LOC0902E LOCAUDRP - LOCAUDRP OPEN FAILED, '
001940                 LOC-AUDRPT-STATUS UPON CONSOLE
001950         MOVE 16 TO RETURN-CODE
001960         GO TO 8000-TERMINATE
001970     END-IF.
001980 
001990     MOVE LOC-REPORT-DAY TO AUD-HDG-2-DATE.
002000     WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-HDG-1.
002010     WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-HDG-2.
002020     MOVE SPACES TO LOC-AUDRPT-RECORD.
002030     WRITE LOC-AUDRPT-RECORD.
002040     WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-HDG-3.
002050 
002060     IF NOT LOC-AT-EOF
002070         MOVE LOC-REPORT-DAY TO AUD-DATE
002080         MOVE LOW-VALUES TO AUD-TIME
002090         MOVE ZERO TO AUD-SEQ
002100         START LOC-AUDIT-FILE
002110             KEY NOT LESS THAN AUD-KEY
002120             INVALID KEY
002130                 SET LOC-AT-EOF TO TRUE
002140         END-START
002150     END-IF.
002160 1000-INITIALIZE-EXIT.
002170     EXIT.
002180 
002190*****************************************************************
002200*  2000-LIST-DAYS-ACTIVITY - READ THE JOURNAL FORWARD FROM THE  *
002210*                    REPORT DAY'S FIRST RECORD, STOPPING AT     *
002220*                    THE FIRST RECORD OF A LATER DAY            *
002230*****************************************************************
002240 2000-LIST-DAYS-ACTIVITY.
002250     IF NOT LOC-AT-EOF
002260         PERFORM 2100-READ-AUDIT
002270             THRU 2100-READ-AUDIT-EXIT
002280     END-IF.
002290     PERFORM 2200-PRINT-ONE-ACTION
002300         THRU 2200-PRINT-ONE-ACTION-EXIT
002310         UNTIL LOC-AT-EOF.
002320 2000-LIST-DAYS-ACTIVITY-EXIT.
002330     EXIT.
002340 
002350 2100-READ-AUDIT.
002360     READ LOC-AUDIT-FILE NEXT RECORD
002370         AT END
002380             SET LOC-AT-EOF TO TRUE
002390     END-READ.
002400     IF NOT LOC-AT-EOF
002410         IF AUD-DATE > LOC-REPORT-DAY
002420             SET LOC-AT-EOF TO TRUE
002430         END-IF
002440     END-IF.
002450 2100-READ-AUDIT-EXIT.
002460     EXIT.
002470 
002480*****************************************************************
002490*  2200-PRINT-ONE-ACTION - ONE ACTION LINE PLUS THE BEFORE AND  *
002500*                    AFTER IMAGES THAT APPLY TO THE ACTION      *
002510*****************************************************************
002520 2200-PRINT-ONE-ACTION.
002530     ADD 1 TO LOC-ACTION-COUNT.
002540     MOVE SPACES TO AUD-DTL-TIME.
002550     STRING AUD-TIME (1:2) ':' AUD-TIME (3:2) ':'
002560            AUD-TIME (5:2)
002570         DELIMITED BY SIZE INTO AUD-DTL-TIME.
002580     MOVE AUD-OPERATOR TO AUD-DTL-OPERATOR.
002590     EVALUATE TRUE
002600         WHEN AUD-ACTION-ADD
002610             MOVE 'ADD' TO AUD-DTL-ACTION
002620             MOVE AUD-AFTER-IMAGE (1:2) TO AUD-DTL-WHSE
002630             MOVE AUD-AFTER-IMAGE (3:10) TO AUD-DTL-CODE
002640         WHEN AUD-ACTION-CHANGE
002650             MOVE 'CHANGE' TO AUD-DTL-ACTION
002660             MOVE AUD-BEFORE-IMAGE (1:2) TO AUD-DTL-WHSE
002670             MOVE AUD-BEFORE-IMAGE (3:10) TO AUD-DTL-CODE
002680         WHEN AUD-ACTION-DELETE
002690             MOVE 'DELETE' TO AUD-DTL-ACTION
002700             MOVE AUD-BEFORE-IMAGE (1:2) TO AUD-DTL-WHSE
002710             MOVE AUD-BEFORE-IMAGE (3:10) TO AUD-DTL-CODE
002720         WHEN AUD-ACTION-REINSTATE
002730             MOVE 'REINSTATE' TO AUD-DTL-ACTION
002740             MOVE AUD-AFTER-IMAGE (1:2) TO AUD-DTL-WHSE
002750             MOVE AUD-AFTER-IMAGE (3:10) TO AUD-DTL-CODE
002760         WHEN AUD-ACTION-RENAME
002770             MOVE 'RENAME' TO AUD-DTL-ACTION
002780             MOVE AUD-BEFORE-IMAGE (1:2) TO AUD-DTL-WHSE
002790             MOVE AUD-BEFORE-IMAGE (3:10) TO AUD-DTL-CODE
002800         WHEN OTHER
002810             MOVE AUD-ACTION TO AUD-DTL-ACTION
002820             MOVE AUD-BEFORE-IMAGE (1:2) TO AUD-DTL-WHSE
002830             MOVE AUD-BEFORE-IMAGE (3:10) TO AUD-DTL-CODE
002840     END-EVALUATE.
002850     EVALUATE TRUE
002860         WHEN AUD-REFUSED
002870             MOVE 'REFUSED' TO AUD-DTL-OUTCOME
002880         WHEN AUD-FREEZE-OVERRIDE
002890             MOVE 'OVERRIDE' TO AUD-DTL-OUTCOME
002900         WHEN OTHER
002910             MOVE 'COMPLETED' TO AUD-DTL-OUTCOME
002920     END-EVALUATE.
002930     WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-DETAIL-LINE.
002940     IF AUD-REFUSED
002950         GO TO 2200-PRINT-IMAGES-DONE
002960     END-IF.
002970     IF NOT AUD-ACTION-ADD AND NOT AUD-ACTION-REINSTATE
002980         MOVE 'BEFORE : ' TO AUD-IMG-LABEL
002990         MOVE AUD-BEFORE-IMAGE TO AUD-IMG-TEXT
003000         WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-IMAGE-LINE
003010     END-IF.
003020     IF NOT AUD-ACTION-DELETE
003030         MOVE 'AFTER  : ' TO AUD-IMG-LABEL
003040         MOVE AUD-AFTER-IMAGE TO AUD-IMG-TEXT
003050         WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-IMAGE-LINE
003060     END-IF.
003070     IF AUD-ACTION-RENAME
003080         MOVE 'NEW CODE:' TO AUD-IMG-LABEL
003090         MOVE SPACES TO AUD-IMG-TEXT
003100         MOVE AUD-AFTER-IMAGE (3:10) TO AUD-IMG-TEXT
003110         WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-IMAGE-LINE
003120     END-IF.
003130 2200-PRINT-IMAGES-DONE.
003140     PERFORM 2100-READ-AUDIT
003150         THRU 2100-READ-AUDIT-EXIT.
003160 2200-PRINT-ONE-ACTION-EXIT.
003170     EXIT.
003180 
003190*****************************************************************
003200*  8000-TERMINATE - WRITE THE TOTAL AND CLOSE THE FILES         *
003210*****************************************************************
003220 8000-TERMINATE.
003230     IF LOC-AUDRPT-OK
003240         MOVE SPACES TO LOC-AUDRPT-RECORD
003250         WRITE LOC-AUDRPT-RECORD
003260         MOVE LOC-ACTION-COUNT TO AUD-TOT-COUNT
003270         WRITE LOC-AUDRPT-RECORD FROM LOC-AUD-TOTAL-LINE
003280     END-IF.
003290     CLOSE LOC-AUDIT-FILE
003300           LOC-AUDRPT-FILE.
003310     IF RETURN-CODE = ZERO
003320         DISPLAY 'LOC0041I LOCAUDRP - NORMAL COMPLETION, '
003330                 LOC-ACTION-COUNT ' ACTIONS LISTED' UPON CONSOLE
003340     ELSE
003350         DISPLAY 'LOC0042E LOCAUDRP - ABENDING, RETURN CODE '
003360                 RETURN-CODE UPON CONSOLE
003370     END-IF.
003380 8000-TERMINATE-EXIT.
003390     EXIT.
003400     STOP RUN.
