000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOCFRZAG.
000030 AUTHOR.        R S MORALES.
000040 INSTALLATION.  DISTRIBUTION CENTER SYSTEMS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  LOCFRZAG - STALE COUNT-FREEZE AGING REPORT                   *
000090*                                                               *
000100*  READS THE LOCFRZN COUNT-FREEZE FILE AND LISTS EVERY FACE     *
000110*  THAT HAS BEEN FROZEN FOR AT LEAST THE GIVEN NUMBER OF DAYS   *
000120*  WITHOUT A COUNT COMING BACK THROUGH LOCRECON TO LIFT IT.     *
000130*  LOCCYCLE FREEZES EACH FACE IT PUTS ON THE DAILY COUNT LIST;  *
000140*  WHILE FROZEN, LOCAPPLY HOLDS THE FACE'S TRANSACTIONS IN      *
000150*  SUSPENSE, LOCMAINT REFUSES IT WITHOUT A SUPERVISOR OVERRIDE  *
000160*  AND LOCREPL DOES NOT REPLENISH IT - SO A COUNT THAT WAS      *
000170*  NEVER DONE OR NEVER UPLOADED LEAVES THE FACE STUCK.  RUN AS  *
000180*  A STEP OF THE NIGHTLY JOB (SEE JCL/LOCNITE.JCL, STEP FRZAG). *
000190*                                                               *
000200*  AGE IN DAYS (PASSED AS THE EXEC STATEMENT PARM= AND RECEIVED *
000210*  VIA THE LINKAGE SECTION, THE WAY A JCL-INVOKED MAIN PROGRAM  *
000220*  GETS ITS PARM TEXT ON THIS PLATFORM) -                       *
000230*      NN - LIST FREEZES NN OR MORE DAYS OLD                    *
000240*      (DEFAULTS TO 02 WHEN NO PARM IS SUPPLIED)                *
000250*                                                               *
000260*  THE REPORT IS IN FILE KEY ORDER - WAREHOUSE, THEN LOCATION   *
000270*  CODE - WITH THE FACE'S ZONE, THE DATE IT WAS FROZEN, ITS     *
000280*  AGE IN DAYS AND THE REASON LOCCYCLE SELECTED IT.             *
000290*                                                               *
000300*  MOD HISTORY                                                  *
000310*  ---------- --- --------------------------------------------- *
000320*  2026-10-15 RSM  ORIGINAL                                     *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.  IBM-370.
000370 OBJECT-COMPUTER.  IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LOC-FRZ-FILE     ASSIGN TO LOCFRZN
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE IS SEQUENTIAL
000430            RECORD KEY IS FRZ-KEY
000440            FILE STATUS IS LOC-FRZ-STATUS.
000450 
000460     SELECT LOC-FAG-FILE     ASSIGN TO LOCFRZAR
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS LOC-FAG-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LOC-FRZ-FILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 50 CHARACTERS.
000540     COPY LOCFRZ.
000550 
000560 FD  LOC-FAG-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 132 CHARACTERS.
000590 01  LOC-FAG-RECORD                  PIC X(132).
000600 
000610 WORKING-STORAGE SECTION.
000620 01  LOC-FRZ-STATUS                  PIC X(02).
000630     88  LOC-FRZ-OK                      VALUE '00'.
000640 01  LOC-FAG-STATUS                  PIC X(02).
000650     88  LOC-FAG-OK                      VALUE '00'.
000660 
000670 01  LOC-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
000680     88  LOC-AT-EOF                      VALUE 'Y'.
000690 
000700 01  LOC-AGE-DAYS                    PIC 9(02)       VALUE 2.
000710 01  LOC-STALE-COUNT                 PIC 9(06)  VALUE ZERO.
000720 01  LOC-FREEZE-COUNT                PIC 9(06)  VALUE ZERO.
000730 
000740 01  LOC-TODAY-NUMBER                PIC 9(08)  COMP.
000750 01  LOC-FROZEN-NUMBER               PIC 9(08)  COMP.
000760 01  LOC-DAYS-FROZEN                 PIC 9(05)  COMP.
000770 01  LOC-FROZEN-DATE-N               PIC 9(08).
000780 
000790 01  LOC-CURRENT-DATE.
000800     05  LOC-CUR-YYYY                PIC 9(04).
000810     05  LOC-CUR-MM                  PIC 9(02).
000820     05  LOC-CUR-DD                  PIC 9(02).
000830 01  LOC-CURRENT-DATE-N REDEFINES LOC-CURRENT-DATE
000840                                     PIC 9(08).
000850 01  LOC-REPORT-DATE                 PIC X(10)  VALUE SPACES.
000860 
000870 01  LOC-FAG-HDG-1.
000880     05  FILLER                      PIC X(20)  VALUE SPACES.
000890     05  FILLER                      PIC X(31)
000900         VALUE 'STALE COUNT-FREEZE AGING REPORT'.
000910 
000920 01  LOC-FAG-HDG-2.
000930     05  FILLER                PIC X(11)  VALUE 'RUN DATE : '.
000940     05  FAG-HDG-2-DATE        PIC X(10).
000950     05  FILLER                PIC X(04)  VALUE SPACES.
000960     05  FILLER                PIC X(18)
000970         VALUE 'FROZEN AT LEAST : '.
000980     05  FAG-HDG-2-DAYS        PIC Z9.
000990     05  FILLER                PIC X(05)  VALUE ' DAYS'.
001000     05  FILLER                PIC X(26)  VALUE SPACES.
001010     05  FILLER                PIC X(16)
001020         VALUE 'PROGRAM LOCFRZAG'.
001030 
001040 01  LOC-FAG-HDG-3.
001050     05  FILLER                PIC X(06)  VALUE 'WHSE'.
001060     05  FILLER                PIC X(14)  VALUE 'LOCATION CODE'.
001070     05  FILLER                PIC X(06)  VALUE 'ZONE'.
001080     05  FILLER                PIC X(12)  VALUE 'FROZEN ON'.
001090     05  FILLER                PIC X(08)  VALUE 'DAYS'.
001100     05  FILLER                PIC X(20)  VALUE 'SELECTED FOR'.
001110 
001120 01  LOC-FAG-DETAIL-LINE.
001130     05  FAG-DTL-WHSE                PIC X(02).
001140     05  FILLER                      PIC X(04)  VALUE SPACES.
001150     05  FAG-DTL-CODE                PIC X(10).
001160     05  FILLER                      PIC X(04)  VALUE SPACES.
001170     05  FAG-DTL-ZONE                PIC X(02).
001180     05  FILLER                      PIC X(04)  VALUE SPACES.
001190     05  FAG-DTL-FROZEN              PIC X(08).
001200     05  FILLER                      PIC X(04)  VALUE SPACES.
001210     05  FAG-DTL-DAYS                PIC ZZZ9.
001220     05  FILLER                      PIC X(04)  VALUE SPACES.
001230     05  FAG-DTL-REASON              PIC X(20).
001240 
001250 01  LOC-FAG-TOTAL-1.
001260     05  FILLER                      PIC X(24)
001270         VALUE 'FACES FROZEN .......... '.
001280     05  FAG-TOT-FROZEN              PIC ZZZ,ZZ9.
001290 01  LOC-FAG-TOTAL-2.
001300     05  FILLER                      PIC X(24)
001310         VALUE 'STALE FREEZES ......... '.
001320     05  FAG-TOT-STALE               PIC ZZZ,ZZ9.
001330 
001340 LINKAGE SECTION.
001350 01  LOC-PARM-AREA.
001360     05  LOC-PARM-LEN                PIC S9(04) COMP.
001370     05  LOC-PARM-TEXT               PIC X(08).
001380 
001390 PROCEDURE DIVISION USING LOC-PARM-AREA.
001400*****************************************************************
001410*  0000-MAINLINE                                                *
001420*****************************************************************
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE
001450         THRU 1000-INITIALIZE-EXIT.
001460     PERFORM 2000-LIST-STALE-FREEZES
001470         THRU 2000-LIST-STALE-FREEZES-EXIT.
001480     PERFORM 8000-TERMINATE
001490         THRU 8000-TERMINATE-EXIT.
001500 
001510*****************************************************************
001520*  1000-INITIALIZE - PICK UP THE AGE PARM, OPEN THE FILES AND   *
001530*                    WRITE THE HEADINGS                         *
001540*****************************************************************
001550 1000-INITIALIZE.
001560     IF LOC-PARM-LEN OF LOC-PARM-AREA = 2
001570        AND LOC-PARM-TEXT OF LOC-PARM-AREA (1:2) IS NUMERIC
001580         MOVE LOC-PARM-TEXT OF LOC-PARM-AREA (1:2)
001590             TO LOC-AGE-DAYS
001600     END-IF.
001610 
001620     OPEN INPUT LOC-FRZ-FILE.
001630     IF LOC-FRZ-STATUS = '35'
001640         DISPLAY 'LOC0261I LOCFRZAG - NO COUNT FREEZE FILE YET, '
001650                 'NOTHING TO REPORT' UPON CONSOLE
001660         SET LOC-AT-EOF TO TRUE
001670     ELSE
001680         IF NOT LOC-FRZ-OK
001690             DISPLAY 'LOC0901E LOCFRZAG - LOCFRZN OPEN FAILED, '
001700                     LOC-FRZ-STATUS UPON CONSOLE
001710             MOVE 16 TO RETURN-CODE
001720             GO TO 8000-TERMINATE
001730         END-IF
001740     END-IF.
001750 
001760     OPEN OUTPUT LOC-FAG-FILE.
001770     IF NOT LOC-FAG-OK
001780         DISPLAY 'LOC0902E LOCFRZAG - LOCFRZAR OPEN FAILED, '
001790                 LOC-FAG-STATUS UPON CONSOLE
001800         MOVE 16 TO RETURN-CODE
001810         GO TO 8000-TERMINATE
001820     END-IF.
001830 
001840     ACCEPT LOC-CURRENT-DATE FROM DATE YYYYMMDD.
001850     COMPUTE LOC-TODAY-NUMBER =
001860         FUNCTION INTEGER-OF-DATE (LOC-CURRENT-DATE-N).
001870     STRING LOC-CUR-MM  '/' LOC-CUR-DD '/' LOC-CUR-YYYY
001880         DELIMITED BY SIZE INTO LOC-REPORT-DATE.
001890     MOVE LOC-REPORT-DATE TO FAG-HDG-2-DATE.
001900     MOVE LOC-AGE-DAYS TO FAG-HDG-2-DAYS.
001910     WRITE LOC-FAG-RECORD FROM LOC-FAG-HDG-1.
001920     WRITE LOC-FAG-RECORD FROM LOC-FAG-HDG-2.
001930     MOVE SPACES TO LOC-FAG-RECORD.
001940     WRITE LOC-FAG-RECORD.
001950     WRITE LOC-FAG-RECORD FROM LOC-FAG-HDG-3.
001960 1000-INITIALIZE-EXIT.
001970     EXIT.
001980 
001990*****************************************************************
002000*  2000-LIST-STALE-FREEZES - LIST EVERY FREEZE AT OR PAST THE   *
002010*                    AGE PARM                                   *
002020*****************************************************************
002030 2000-LIST-STALE-FREEZES.
002040     IF NOT LOC-AT-EOF
002050         PERFORM 2100-READ-FREEZE
002060             THRU 2100-READ-FREEZE-EXIT
002070     END-IF.
002080     PERFORM 2200-CHECK-ONE-FREEZE
002090         THRU 2200-CHECK-ONE-FREEZE-EXIT
002100         UNTIL LOC-AT-EOF.
002110 2000-LIST-STALE-FREEZES-EXIT.
002120     EXIT.
002130 
002140 2100-READ-FREEZE.
002150     READ LOC-FRZ-FILE NEXT RECORD
002160         AT END
002170             SET LOC-AT-EOF TO TRUE
002180     END-READ.
002190 2100-READ-FREEZE-EXIT.
002200     EXIT.
002210 
002220*****************************************************************
002230*  2200-CHECK-ONE-FREEZE - AGE ONE FREEZE FROM THE DATE         *
002240*                    LOCCYCLE WROTE IT.  A RECORD WITH NO       *
002250*                    USABLE DATE IS LISTED REGARDLESS, WITH NO  *
002260*                    AGE, SO IT GETS LOOKED AT                  *
002270*****************************************************************
002280 2200-CHECK-ONE-FREEZE.
002290     ADD 1 TO LOC-FREEZE-COUNT.
002300     IF FRZ-FROZEN-DATE IS NUMERIC
002310         MOVE FRZ-FROZEN-DATE TO LOC-FROZEN-DATE-N
002320         COMPUTE LOC-FROZEN-NUMBER =
002330             FUNCTION INTEGER-OF-DATE (LOC-FROZEN-DATE-N)
002340         IF LOC-FROZEN-NUMBER > LOC-TODAY-NUMBER
002350             MOVE ZERO TO LOC-DAYS-FROZEN
002360         ELSE
002370             COMPUTE LOC-DAYS-FROZEN =
002380                 LOC-TODAY-NUMBER - LOC-FROZEN-NUMBER
002390         END-IF
002400         IF LOC-DAYS-FROZEN < LOC-AGE-DAYS
002410             GO TO 2200-CHECK-ONE-FREEZE-NEXT
002420         END-IF
002430         MOVE LOC-DAYS-FROZEN TO FAG-DTL-DAYS
002440     ELSE
002450         MOVE ZERO TO FAG-DTL-DAYS
002460     END-IF.
002470     ADD 1 TO LOC-STALE-COUNT.
002480     MOVE FRZ-WHSE-ID TO FAG-DTL-WHSE.
002490     MOVE FRZ-LOC-CODE TO FAG-DTL-CODE.
002500     MOVE FRZ-ZONE TO FAG-DTL-ZONE.
002510     MOVE FRZ-FROZEN-DATE TO FAG-DTL-FROZEN.
002520     MOVE FRZ-REASON TO FAG-DTL-REASON.
002530     WRITE LOC-FAG-RECORD FROM LOC-FAG-DETAIL-LINE.
002540 2200-CHECK-ONE-FREEZE-NEXT.
002550     PERFORM 2100-READ-FREEZE
002560         THRU 2100-READ-FREEZE-EXIT.
002570 2200-CHECK-ONE-FREEZE-EXIT.
002580     EXIT.
002590 
002600*****************************************************************
002610*  8000-TERMINATE - WRITE THE TOTALS AND CLOSE THE FILES        *
002620*****************************************************************
002630 8000-TERMINATE.
002640     IF LOC-FAG-OK
002650         IF LOC-STALE-COUNT = ZERO
002660             MOVE SPACES TO LOC-FAG-RECORD
002670             STRING 'NO COUNT FREEZE IS OLDER THAN THE AGE '
002680                    'LIMIT'
002690                 DELIMITED BY SIZE INTO LOC-FAG-RECORD
002700             WRITE LOC-FAG-RECORD
002710         END-IF
002720         MOVE SPACES TO LOC-FAG-RECORD
002730         WRITE LOC-FAG-RECORD
002740         MOVE LOC-FREEZE-COUNT TO FAG-TOT-FROZEN
002750         WRITE LOC-FAG-RECORD FROM LOC-FAG-TOTAL-1
002760         MOVE LOC-STALE-COUNT TO FAG-TOT-STALE
002770         WRITE LOC-FAG-RECORD FROM LOC-FAG-TOTAL-2
002780     END-IF.
002790     CLOSE LOC-FRZ-FILE
002800           LOC-FAG-FILE.
002810     IF RETURN-CODE = ZERO
002820         DISPLAY 'LOC0262I LOCFRZAG - NORMAL COMPLETION, '
002830                 LOC-STALE-COUNT ' STALE COUNT FREEZES LISTED'
002840                 UPON CONSOLE
002850     ELSE
002860         DISPLAY 'LOC0263E LOCFRZAG - ABENDING, RETURN CODE '
002870                 RETURN-CODE UPON CONSOLE
002880     END-IF.
002890 8000-TERMINATE-EXIT.
002900     EXIT.
002910     STOP RUN.
