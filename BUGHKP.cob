000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGHKP.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-12.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-12  RH  ORIGINAL HOUSEKEEPING FOR THE THREE FILES THE
000120*                 SUITE APPENDS TO FOREVER - THE AUDIT FILE, THE
000130*                 RUN-CONTROL LEDGER AND THE ITEM HISTORY. RUNS
000140*                 AS ITS OWN PERIODIC JOB (BUGHKPJ), NEVER INSIDE
000150*                 OR ALONGSIDE THE NIGHTLY LOAD. THE PARM CARD
000160*                 CARRIES A RETENTION PERIOD IN DAYS PER FILE;
000170*                 THE RECORDS OF WHOLE YEARS THAT END BEFORE THE
000180*                 RETENTION CUTOFF ARE MOVED TO AN ARCHIVE
000190*                 GENERATION, ONE YEAR PER GENERATION, AND THE
000200*                 REST ARE WRITTEN TO A NEW LIVE FILE THAT THE
000210*                 JOB COPIES BACK OVER THE OLD ONE. FOR THE AUDIT
000220*                 FILE A YEAR SUMMARY RECORD (STATUS Y) TAKES THE
000230*                 PLACE OF THE ARCHIVED YEAR SO THE BUGAUD TREND
000240*                 REPORT STAYS CONTINUOUS. THE RUN IS REFUSED
000250*                 RC=16 WHILE THE LEDGER SHOWS A BUGSOLJ OR
000260*                 BUGREPJ STEP STARTED AND NOT ENDED. BEFORE AND
000270*                 AFTER RECORD COUNTS PER FILE GO TO SYSOUT.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARM-FILE
000360         ASSIGN TO PARMFILE
000370         ORGANIZATION IS SEQUENTIAL.
000380*
000390     SELECT AUDIT-FILE
000400         ASSIGN TO AUDITF
000410         ORGANIZATION IS SEQUENTIAL.
000420*
000430     SELECT AUDIT-NEW-FILE
000440         ASSIGN TO AUDNEW
000450         ORGANIZATION IS SEQUENTIAL.
000460*
000470     SELECT AUDIT-ARCH-FILE
000480         ASSIGN TO AUDARCH
000490         ORGANIZATION IS SEQUENTIAL.
000500*
000510     SELECT RUN-CONTROL-FILE
000520         ASSIGN TO RUNCTL
000530         ORGANIZATION IS SEQUENTIAL.
000540*
000550     SELECT RUNCTL-NEW-FILE
000560         ASSIGN TO RCLNEW
000570         ORGANIZATION IS SEQUENTIAL.
000580*
000590     SELECT RUNCTL-ARCH-FILE
000600         ASSIGN TO RCLARCH
000610         ORGANIZATION IS SEQUENTIAL.
000620*
000630     SELECT HISTORY-FILE
000640         ASSIGN TO HISTF
000650         ORGANIZATION IS SEQUENTIAL.
000660*
000670     SELECT HISTORY-NEW-FILE
000680         ASSIGN TO HSTNEW
000690         ORGANIZATION IS SEQUENTIAL.
000700*
000710     SELECT HISTORY-ARCH-FILE
000720         ASSIGN TO HSTARCH
000730         ORGANIZATION IS SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*----------------------------------------------------------------
000780* PARM CARD - RETENTION DAYS FOR THE AUDIT FILE (COLS 1-4), THE
000790* RUN-CONTROL LEDGER (COLS 5-8) AND THE HISTORY FILE (COLS 9-12).
000800* BLANK OR ZERO KEEPS THAT FILE WHOLE.
000810*----------------------------------------------------------------
000820 FD  PARM-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  PARM-REC.
000860     05  PARM-RETAIN-DAYS        PIC X(04)   OCCURS 3 TIMES.
000870     05  FILLER                  PIC X(68).
000880*
000890 FD  AUDIT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  AUDIT-REC.
000930     05  AUD-PROGRAM-ID           PIC X(08).
000940     05  AUD-RUN-DATE             PIC 9(06).
000950     05  AUD-RUN-TIME             PIC 9(08).
000960     05  AUD-FINAL-COUNT          PIC 9(07).
000970     05  AUD-STATUS               PIC X(01).
000980         88  AUD-RUN-OK                   VALUE "S".
000990         88  AUD-RUN-FAILED               VALUE "F".
001000         88  AUD-YEAR-SUMMARY             VALUE "Y".
001010     05  AUD-CAPACITY             PIC 9(05).
001020     05  FILLER                   PIC X(35).
001030*
001040*----------------------------------------------------------------
001050* NEW LIVE AUDIT FILE. A YEAR SUMMARY RECORD KEEPS THE AUDIT
001060* RECORD SHAPE - AUS-MAX-COUNT AND AUS-CAPACITY SIT WHERE THE
001070* FINAL COUNT AND CAPACITY DO - WITH THE YEAR'S TOTALS IN WHAT
001080* IS FILLER ON A RUN RECORD.
001090*----------------------------------------------------------------
001100 FD  AUDIT-NEW-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  AUDIT-NEW-REC                PIC X(70).
001140 01  AUDIT-SUMMARY-REC.
001150     05  AUS-PROGRAM-ID           PIC X(08).
001160     05  AUS-RUN-DATE             PIC 9(06).
001170     05  AUS-RUN-TIME             PIC 9(08).
001180     05  AUS-MAX-COUNT            PIC 9(07).
001190     05  AUS-STATUS               PIC X(01).
001200     05  AUS-CAPACITY             PIC 9(05).
001210     05  AUS-CCYY                 PIC 9(04).
001220     05  AUS-RUN-COUNT            PIC 9(05).
001230     05  AUS-FAILED-COUNT         PIC 9(05).
001240     05  AUS-RERUN-COUNT          PIC 9(05).
001250     05  AUS-WARN-COUNT           PIC 9(05).
001260     05  AUS-MAX-PCT              PIC 9(03).
001270     05  FILLER                   PIC X(08).
001280*
001290 FD  AUDIT-ARCH-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  AUDIT-ARCH-REC               PIC X(70).
001330*
001340 FD  RUN-CONTROL-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  RUN-CONTROL-REC.
001380     05  RCL-JOB-NAME             PIC X(08).
001390     05  RCL-PROGRAM              PIC X(08).
001400     05  RCL-EVENT                PIC X(05).
001410         88  RCL-EVENT-START              VALUE "START".
001420         88  RCL-EVENT-END                VALUE "END".
001430     05  RCL-RUN-DATE             PIC 9(06).
001440     05  RCL-RUN-TIME             PIC 9(08).
001450     05  RCL-RETURN-CODE          PIC 9(03).
001460     05  FILLER                   PIC X(42).
001470*
001480 FD  RUNCTL-NEW-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  RUNCTL-NEW-REC               PIC X(80).
001520*
001530 FD  RUNCTL-ARCH-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560 01  RUNCTL-ARCH-REC              PIC X(80).
001570*
001580 FD  HISTORY-FILE
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE STANDARD.
001610 01  HISTORY-REC.
001620     05  HST-ITEM-KEY             PIC X(10).
001630     05  HST-RUN-DATE             PIC 9(06).
001640     05  FILLER                   PIC X(104).
001650*
001660 FD  HISTORY-NEW-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690 01  HISTORY-NEW-REC              PIC X(120).
001700*
001710 FD  HISTORY-ARCH-FILE
001720     RECORDING MODE IS F
001730     LABEL RECORDS ARE STANDARD.
001740 01  HISTORY-ARCH-REC             PIC X(120).
001750*
001760 WORKING-STORAGE SECTION.
001770*----------------------------------------------------------------
001780* SWITCHES AND COUNTERS
001790*----------------------------------------------------------------
001800 01  WS-SWITCHES.
001810     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
001820         88  WS-PARM-EOF                     VALUE "Y".
001830     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001840         88  WS-AUDIT-EOF                    VALUE "Y".
001850     05  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001860         88  WS-RUNCTL-EOF                   VALUE "Y".
001870     05  WS-HIST-EOF-SW          PIC X(01)   VALUE "N".
001880         88  WS-HIST-EOF                     VALUE "Y".
001890     05  WS-UNPAIRED-SW          PIC X(01)   VALUE "N".
001900         88  WS-UNPAIRED-FOUND               VALUE "Y".
001910     05  WS-LDG-FOUND-SW         PIC X(01)   VALUE "N".
001920         88  WS-LDG-FOUND                    VALUE "Y".
001930     05  WS-YEAR-FOUND-SW        PIC X(01)   VALUE "N".
001940         88  WS-YEAR-FOUND                   VALUE "Y".
001950     05  WS-YEAR-SET-SW          PIC X(01)   VALUE "N".
001960         88  WS-YEAR-SET                     VALUE "Y".
001970     05  WS-SUM-WRITTEN-SW       PIC X(01)   VALUE "N".
001980         88  WS-SUM-WRITTEN                  VALUE "Y".
001990*
002000 77  WS-MIN-RETAIN               PIC 9(04)   VALUE 31.
002010 77  WS-WARN-PCT                 PIC 9(03)   VALUE 80.
002020*
002030 01  WS-AREA.
002040     05  WS-TODAY-DATE           PIC 9(06)   VALUE ZEROS.
002050     05  FILLER REDEFINES WS-TODAY-DATE.
002060         10  WS-TODAY-YY         PIC 9(02).
002070         10  WS-TODAY-MM         PIC 9(02).
002080         10  WS-TODAY-DD         PIC 9(02).
002090     05  WS-TODAY-CCYY           PIC 9(04)   VALUE ZEROS.
002100     05  WS-TODAY-DAYS           PIC 9(07)   VALUE ZEROS.
002110     05  WS-CUTOFF-DAYS          PIC 9(07)   VALUE ZEROS.
002120     05  WS-KEEP-WORK            PIC 9(04)   VALUE ZEROS.
002130     05  WS-REC-YYMMDD           PIC 9(06)   VALUE ZEROS.
002140     05  FILLER REDEFINES WS-REC-YYMMDD.
002150         10  WS-REC-YY           PIC 9(02).
002160         10  FILLER              PIC 9(04).
002170     05  WS-REC-CCYY             PIC 9(04)   VALUE ZEROS.
002180     05  WS-FILE-SUB             PIC 9(01)   VALUE ZEROS.
002190     05  WS-BALANCE              PIC 9(07)   VALUE ZEROS.
002200*
002210*----------------------------------------------------------------
002220* ONE ENTRY PER FILE - 1 AUDIT, 2 RUN-CONTROL LEDGER, 3 HISTORY.
002230* WS-KEEP-CCYY IS THE YEAR THE RETENTION CUTOFF FALLS IN - EVERY
002240* YEAR BEFORE IT HAS ENDED OUTSIDE RETENTION AND MAY BE ARCHIVED.
002250* WS-ARCH-CCYY IS THE YEAR ACTUALLY ARCHIVED THIS RUN (ZERO =
002260* NONE) - ONE YEAR PER ARCHIVE GENERATION, THE OLDEST ON FILE.
002270*----------------------------------------------------------------
002280 01  WS-FILE-NAME-DATA           PIC X(24)
002290         VALUE "AUDIT   RUNCTL  HISTORY ".
002300 01  WS-FILE-NAME-TBL REDEFINES WS-FILE-NAME-DATA.
002310     05  WS-FILE-NAME OCCURS 3 TIMES
002320                                 PIC X(08).
002330*
002340 01  WS-FILE-TBL.
002350     05  WS-FILE-ENTRY OCCURS 3 TIMES.
002360         10  WS-RETAIN           PIC 9(04).
002370         10  WS-KEEP-CCYY        PIC 9(04).
002380         10  WS-ARCH-CCYY        PIC 9(04).
002390         10  WS-BEFORE-COUNT     PIC 9(07).
002400         10  WS-ARCH-COUNT       PIC 9(07).
002410         10  WS-ADDED-COUNT      PIC 9(07).
002420         10  WS-AFTER-COUNT      PIC 9(07).
002430         10  WS-MORE-SW          PIC X(01).
002440             88  WS-MORE-YEARS           VALUE "Y".
002450*
002460*----------------------------------------------------------------
002470* LAST LEDGER EVENT PER BUGSOLJ / BUGREPJ STEP. A STEP WHOSE LAST
002480* EVENT IS A START HAS NOT ENDED - IT IS RUNNING, OR IT DIED AND
002490* HAS NOT BEEN RERUN TO COMPLETION.
002500*----------------------------------------------------------------
002510 01  WS-LEDGER-AREA.
002520     05  WS-LDG-COUNT            PIC 9(03)   VALUE ZEROS.
002530     05  WS-LDG-SUB              PIC 9(03)   VALUE ZEROS.
002540     05  WS-LDG-READ-COUNT       PIC 9(07)   VALUE ZEROS.
002550     05  WS-LDG-ENTRY OCCURS 100 TIMES.
002560         10  WS-LDG-JOB          PIC X(08).
002570         10  WS-LDG-PROGRAM      PIC X(08).
002580         10  WS-LDG-EVENT        PIC X(05).
002590         10  WS-LDG-DATE         PIC 9(06).
002600         10  WS-LDG-TIME         PIC 9(08).
002610*
002620*----------------------------------------------------------------
002630* YEAR SUMMARY FOR THE AUDIT FILE - THE SAME FIGURES BUGAUD
002640* REPORTS FOR EACH RUN, TOTALLED OVER THE ARCHIVED YEAR.
002650*----------------------------------------------------------------
002660 01  WS-SUMMARY-AREA.
002670     05  WS-SUM-RUNS             PIC 9(05)   VALUE ZEROS.
002680     05  WS-SUM-FAILED           PIC 9(05)   VALUE ZEROS.
002690     05  WS-SUM-RERUNS           PIC 9(05)   VALUE ZEROS.
002700     05  WS-SUM-WARNS            PIC 9(05)   VALUE ZEROS.
002710     05  WS-SUM-MAX-COUNT        PIC 9(07)   VALUE ZEROS.
002720     05  WS-SUM-MAX-PCT          PIC 9(03)   VALUE ZEROS.
002730     05  WS-SUM-CAPACITY         PIC 9(05)   VALUE ZEROS.
002740     05  WS-SUM-PREV-DATE        PIC 9(06)   VALUE ZEROS.
002750     05  WS-SUM-YY               PIC 9(02)   VALUE ZEROS.
002760     05  WS-SUM-QUOT             PIC 9(02)   VALUE ZEROS.
002770     05  WS-PCT                  PIC 9(03)   VALUE ZEROS.
002780*
002790*----------------------------------------------------------------
002800* CALENDAR WORK AREAS - THE SERIAL-DAY CONVERSION THE SUITE
002810* USES FOR AGING, FROM A CCYY/MM/DD DATE.
002820*----------------------------------------------------------------
002830 01  WS-MONTH-OFFSET-DATA        PIC X(36)
002840         VALUE "000031059090120151181212243273304334".
002850 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.
002860     05  WS-MONTH-OFFSET OCCURS 12 TIMES
002870                                 PIC 9(03).
002880*
002890 01  WS-DATE-CONVERT-AREA.
002900     05  WS-CNV-CCYY             PIC 9(04)   VALUE ZEROS.
002910     05  WS-CNV-MM               PIC 9(02)   VALUE ZEROS.
002920     05  WS-CNV-DD               PIC 9(02)   VALUE ZEROS.
002930     05  WS-CNV-DAYS             PIC 9(07)   VALUE ZEROS.
002940     05  WS-CNV-QUOT             PIC 9(04)   VALUE ZEROS.
002950     05  WS-CNV-PRIOR-YR         PIC 9(04)   VALUE ZEROS.
002960     05  WS-CNV-REM              PIC 9(04)   VALUE ZEROS.
002970     05  WS-CNV-LEAP-SW          PIC X(01)   VALUE "N".
002980         88  WS-CNV-LEAP                 VALUE "Y".
002990*
003000 PROCEDURE DIVISION.
003010*----------------------------------------------------------------
003020 0000-MAINLINE.
003030*----------------------------------------------------------------
003040     PERFORM 1000-INITIALIZE
003050         THRU 1000-EXIT.
003060
003070     PERFORM 2000-CHECK-LEDGER
003080         THRU 2000-EXIT.
003090
003100     PERFORM 3000-HOUSEKEEP-AUDIT
003110         THRU 3000-EXIT.
003120
003130     PERFORM 4000-HOUSEKEEP-RUNCTL
003140         THRU 4000-EXIT.
003150
003160     PERFORM 5000-HOUSEKEEP-HISTORY
003170         THRU 5000-EXIT.
003180
003190     PERFORM 6000-PRINT-COUNTS
003200         THRU 6000-EXIT.
003210
003220     PERFORM 9999-TERMINATE
003230         THRU 9999-EXIT.
003240*----------------------------------------------------------------
003250 1000-INITIALIZE.
003260*----------------------------------------------------------------
003270*    PICK UP THE THREE RETENTION PERIODS AND TURN EACH INTO THE
003280*    YEAR ITS CUTOFF FALLS IN. A RETENTION SHORTER THAN
003290*    WS-MIN-RETAIN DAYS WOULD TAKE RECORDS THE GATE AND THE
003300*    REPORTS STILL LOOK BACK AT, SO IT IS REFUSED.
003310*----------------------------------------------------------------
003320     ACCEPT WS-TODAY-DATE FROM DATE.
003330
003340     IF WS-TODAY-YY < 50
003350         COMPUTE WS-TODAY-CCYY = 2000 + WS-TODAY-YY
003360     ELSE
003370         COMPUTE WS-TODAY-CCYY = 1900 + WS-TODAY-YY
003380     END-IF.
003390     MOVE WS-TODAY-CCYY TO WS-CNV-CCYY.
003400     MOVE WS-TODAY-MM   TO WS-CNV-MM.
003410     MOVE WS-TODAY-DD   TO WS-CNV-DD.
003420     PERFORM 8100-DATE-TO-DAYS
003430         THRU 8100-EXIT.
003440     MOVE WS-CNV-DAYS TO WS-TODAY-DAYS.
003450
003460     OPEN INPUT PARM-FILE.
003470
003480     READ PARM-FILE
003490         AT END
003500             MOVE "Y" TO WS-PARM-EOF-SW.
003510
003520     IF WS-PARM-EOF
003530         DISPLAY "BUGHKP: PARM-FILE IS EMPTY - ABENDING"
003540         MOVE 16 TO RETURN-CODE
003550         CLOSE PARM-FILE
003560         STOP RUN
003570     END-IF.
003580
003590     DISPLAY "BUGHKP: HOUSEKEEPING AS OF " WS-TODAY-DATE.
003600
003610     PERFORM 1100-EDIT-ONE-RETENTION
003620         THRU 1100-EXIT
003630         VARYING WS-FILE-SUB FROM 1 BY 1
003640         UNTIL WS-FILE-SUB > 3.
003650
003660     CLOSE PARM-FILE.
003670*----------------------------------------------------------------
003680 1000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710 1100-EDIT-ONE-RETENTION.
003720*----------------------------------------------------------------
003730     MOVE ZEROS TO WS-RETAIN(WS-FILE-SUB)
003740                   WS-KEEP-CCYY(WS-FILE-SUB)
003750                   WS-ARCH-CCYY(WS-FILE-SUB)
003760                   WS-BEFORE-COUNT(WS-FILE-SUB)
003770                   WS-ARCH-COUNT(WS-FILE-SUB)
003780                   WS-ADDED-COUNT(WS-FILE-SUB)
003790                   WS-AFTER-COUNT(WS-FILE-SUB).
003800     MOVE "N" TO WS-MORE-SW(WS-FILE-SUB).
003810
003820     IF PARM-RETAIN-DAYS(WS-FILE-SUB) = SPACES
003830         GO TO 1100-REPORT
003840     END-IF.
003850
003860     IF PARM-RETAIN-DAYS(WS-FILE-SUB) NOT NUMERIC
003870         DISPLAY "BUGHKP: " WS-FILE-NAME(WS-FILE-SUB)
003880                 " RETENTION ON PARM-FILE IS NOT A NUMBER "
003890                 "- ABENDING"
003900         MOVE 16 TO RETURN-CODE
003910         CLOSE PARM-FILE
003920         STOP RUN
003930     END-IF.
003940
003950     MOVE PARM-RETAIN-DAYS(WS-FILE-SUB) TO WS-RETAIN(WS-FILE-SUB).
003960
003970     IF WS-RETAIN(WS-FILE-SUB) = ZEROS
003980         GO TO 1100-REPORT
003990     END-IF.
004000
004010     IF WS-RETAIN(WS-FILE-SUB) < WS-MIN-RETAIN
004020         DISPLAY "BUGHKP: " WS-FILE-NAME(WS-FILE-SUB)
004030                 " RETENTION " WS-RETAIN(WS-FILE-SUB)
004040                 " IS UNDER THE " WS-MIN-RETAIN
004050                 "-DAY MINIMUM - ABENDING"
004060         MOVE 16 TO RETURN-CODE
004070         CLOSE PARM-FILE
004080         STOP RUN
004090     END-IF.
004100
004110     COMPUTE WS-CUTOFF-DAYS =
004120         WS-TODAY-DAYS - WS-RETAIN(WS-FILE-SUB).
004130
004140     MOVE WS-TODAY-CCYY TO WS-KEEP-WORK.
004150     MOVE "N"           TO WS-YEAR-FOUND-SW.
004160
004170     PERFORM 1200-TRY-ONE-YEAR
004180         THRU 1200-EXIT
004190         UNTIL WS-YEAR-FOUND.
004200
004210     MOVE WS-KEEP-WORK TO WS-KEEP-CCYY(WS-FILE-SUB).
004220
004230 1100-REPORT.
004240     IF WS-RETAIN(WS-FILE-SUB) = ZEROS
004250         DISPLAY "BUGHKP: " WS-FILE-NAME(WS-FILE-SUB)
004260                 " NO RETENTION ON THE PARM CARD - KEPT WHOLE"
004270     ELSE
004280         DISPLAY "BUGHKP: " WS-FILE-NAME(WS-FILE-SUB)
004290                 " RETENTION " WS-RETAIN(WS-FILE-SUB)
004300                 " DAYS - YEARS BEFORE "
004310                 WS-KEEP-CCYY(WS-FILE-SUB) " MAY BE ARCHIVED"
004320     END-IF.
004330*----------------------------------------------------------------
004340 1100-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370 1200-TRY-ONE-YEAR.
004380*----------------------------------------------------------------
004390*    WALK BACK A YEAR AT A TIME UNTIL 1 JANUARY OF WS-KEEP-WORK
004400*    IS NOT AFTER THE CUTOFF - THAT IS THE YEAR THE CUTOFF FALLS
004410*    IN, AND ONLY THE YEARS BEFORE IT HAVE ENDED OUTSIDE
004420*    RETENTION.
004430*----------------------------------------------------------------
004440     MOVE WS-KEEP-WORK TO WS-CNV-CCYY.
004450     MOVE 01           TO WS-CNV-MM.
004460     MOVE 01           TO WS-CNV-DD.
004470     PERFORM 8100-DATE-TO-DAYS
004480         THRU 8100-EXIT.
004490
004500     IF WS-CNV-DAYS NOT > WS-CUTOFF-DAYS
004510         MOVE "Y" TO WS-YEAR-FOUND-SW
004520     ELSE
004530         SUBTRACT 1 FROM WS-KEEP-WORK
004540     END-IF.
004550*----------------------------------------------------------------
004560 1200-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590 2000-CHECK-LEDGER.
004600*----------------------------------------------------------------
004610*    THE NIGHTLY AND REJECT-REPAIR JOBS APPEND TO ALL THREE FILES
004620*    AND THE GATE READS THE LEDGER, SO NOTHING IS REWRITTEN WHILE
004630*    ONE OF THEIR STEPS IS MID-RUN OR DIED WITHOUT A RERUN -
004640*    ITS LAST LEDGER EVENT IS A START WITH NO END AFTER IT.
004650*----------------------------------------------------------------
004660     OPEN INPUT RUN-CONTROL-FILE.
004670
004680     READ RUN-CONTROL-FILE
004690         AT END
004700             MOVE "Y" TO WS-RUNCTL-EOF-SW.
004710
004720     PERFORM 2100-NOTE-ONE-LEDGER-REC
004730         THRU 2100-EXIT
004740         UNTIL WS-RUNCTL-EOF.
004750
004760     CLOSE RUN-CONTROL-FILE.
004770
004780     PERFORM 2300-TEST-ONE-STEP
004790         THRU 2300-EXIT
004800         VARYING WS-LDG-SUB FROM 1 BY 1
004810         UNTIL WS-LDG-SUB > WS-LDG-COUNT.
004820
004830     IF WS-UNPAIRED-FOUND
004840         DISPLAY "BUGHKP: *** BUGSOLJ/BUGREPJ STEP STARTED AND "
004850                 "NOT ENDED ON THE LEDGER - REFUSING TO RUN ***"
004860         DISPLAY "BUGHKP: *** LET THE JOB FINISH, OR RERUN IT TO "
004870                 "COMPLETION, THEN RESUBMIT ***"
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910
004920     DISPLAY "BUGHKP: LEDGER RECORDS READ - " WS-LDG-READ-COUNT
004930             " - NO UNPAIRED START".
004940*----------------------------------------------------------------
004950 2000-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980 2100-NOTE-ONE-LEDGER-REC.
004990*----------------------------------------------------------------
005000     ADD 1 TO WS-LDG-READ-COUNT.
005010
005020     IF RCL-JOB-NAME NOT = "BUGSOLJ"
005030        AND RCL-JOB-NAME NOT = "BUGREPJ"
005040         GO TO 2100-READ
005050     END-IF.
005060
005070     MOVE "N" TO WS-LDG-FOUND-SW.
005080     PERFORM 2200-MATCH-ONE-STEP
005090         THRU 2200-EXIT
005100         VARYING WS-LDG-SUB FROM 1 BY 1
005110         UNTIL WS-LDG-SUB > WS-LDG-COUNT
005120            OR WS-LDG-FOUND.
005130
005140     IF WS-LDG-FOUND
005150         SUBTRACT 1 FROM WS-LDG-SUB
005160     ELSE
005170         IF WS-LDG-COUNT NOT < 100
005180             DISPLAY "BUGHKP: MORE THAN 100 JOB STEPS ON THE "
005190                     "LEDGER - ABENDING"
005200             MOVE 16 TO RETURN-CODE
005210             STOP RUN
005220         END-IF
005230         ADD 1 TO WS-LDG-COUNT
005240         MOVE WS-LDG-COUNT TO WS-LDG-SUB
005250         MOVE RCL-JOB-NAME TO WS-LDG-JOB(WS-LDG-SUB)
005260         MOVE RCL-PROGRAM  TO WS-LDG-PROGRAM(WS-LDG-SUB)
005270     END-IF.
005280
005290     MOVE RCL-EVENT    TO WS-LDG-EVENT(WS-LDG-SUB).
005300     MOVE RCL-RUN-DATE TO WS-LDG-DATE(WS-LDG-SUB).
005310     MOVE RCL-RUN-TIME TO WS-LDG-TIME(WS-LDG-SUB).
005320
005330 2100-READ.
005340     READ RUN-CONTROL-FILE
005350         AT END
005360             MOVE "Y" TO WS-RUNCTL-EOF-SW.
005370*----------------------------------------------------------------
005380 2100-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410 2200-MATCH-ONE-STEP.
005420*----------------------------------------------------------------
005430     IF WS-LDG-JOB(WS-LDG-SUB) = RCL-JOB-NAME
005440        AND WS-LDG-PROGRAM(WS-LDG-SUB) = RCL-PROGRAM
005450         MOVE "Y" TO WS-LDG-FOUND-SW
005460     END-IF.
005470*----------------------------------------------------------------
005480 2200-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510 2300-TEST-ONE-STEP.
005520*----------------------------------------------------------------
005530     IF WS-LDG-EVENT(WS-LDG-SUB) = "START"
005540         MOVE "Y" TO WS-UNPAIRED-SW
005550         DISPLAY "BUGHKP:   UNPAIRED START - "
005560                 WS-LDG-JOB(WS-LDG-SUB) " "
005570                 WS-LDG-PROGRAM(WS-LDG-SUB) " STARTED "
005580                 WS-LDG-DATE(WS-LDG-SUB) " "
005590                 WS-LDG-TIME(WS-LDG-SUB)
005600     END-IF.
005610*----------------------------------------------------------------
005620 2300-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650 3000-HOUSEKEEP-AUDIT.
005660*----------------------------------------------------------------
005670*    YEAR SUMMARY RECORDS FROM EARLIER RUNS SIT AT THE FRONT OF
005680*    THE FILE AND ARE CARRIED OVER AS THEY ARE. THE RUN RECORDS
005690*    OF THE ARCHIVED YEAR GO TO THE ARCHIVE GENERATION, AND ITS
005700*    SUMMARY IS WRITTEN AHEAD OF THE FIRST RECORD KEPT, SO THE
005710*    NEW FILE IS STILL IN DATE ORDER.
005720*----------------------------------------------------------------
005730     MOVE 1   TO WS-FILE-SUB.
005740     MOVE "N" TO WS-YEAR-SET-SW.
005750     MOVE "N" TO WS-SUM-WRITTEN-SW.
005760     MOVE ZEROS TO WS-SUM-RUNS
005770                   WS-SUM-FAILED
005780                   WS-SUM-RERUNS
005790                   WS-SUM-WARNS
005800                   WS-SUM-MAX-COUNT
005810                   WS-SUM-MAX-PCT
005820                   WS-SUM-CAPACITY
005830                   WS-SUM-PREV-DATE.
005840
005850     OPEN INPUT  AUDIT-FILE.
005860     OPEN OUTPUT AUDIT-NEW-FILE.
005870     OPEN OUTPUT AUDIT-ARCH-FILE.
005880
005890     READ AUDIT-FILE
005900         AT END
005910             MOVE "Y" TO WS-AUDIT-EOF-SW.
005920
005930     PERFORM 3100-SORT-ONE-AUDIT
005940         THRU 3100-EXIT
005950         UNTIL WS-AUDIT-EOF.
005960
005970     IF WS-ARCH-COUNT(WS-FILE-SUB) > ZEROS
005980        AND NOT WS-SUM-WRITTEN
005990         PERFORM 3300-WRITE-YEAR-SUMMARY
006000             THRU 3300-EXIT
006010     END-IF.
006020
006030     CLOSE AUDIT-FILE.
006040     CLOSE AUDIT-NEW-FILE.
006050     CLOSE AUDIT-ARCH-FILE.
006060*----------------------------------------------------------------
006070 3000-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100 3100-SORT-ONE-AUDIT.
006110*----------------------------------------------------------------
006120     ADD 1 TO WS-BEFORE-COUNT(WS-FILE-SUB).
006130
006140     IF AUD-YEAR-SUMMARY
006150         WRITE AUDIT-NEW-REC FROM AUDIT-REC
006160         ADD 1 TO WS-AFTER-COUNT(WS-FILE-SUB)
006170         GO TO 3100-READ
006180     END-IF.
006190
006200     MOVE AUD-RUN-DATE TO WS-REC-YYMMDD.
006210     PERFORM 7000-YEAR-OF-RECORD
006220         THRU 7000-EXIT.
006230
006240     IF WS-REC-CCYY NOT > WS-ARCH-CCYY(WS-FILE-SUB)
006250         WRITE AUDIT-ARCH-REC FROM AUDIT-REC
006260         ADD 1 TO WS-ARCH-COUNT(WS-FILE-SUB)
006270         PERFORM 3200-ADD-TO-SUMMARY
006280             THRU 3200-EXIT
006290         GO TO 3100-READ
006300     END-IF.
006310
006320     IF WS-ARCH-COUNT(WS-FILE-SUB) > ZEROS
006330        AND NOT WS-SUM-WRITTEN
006340         PERFORM 3300-WRITE-YEAR-SUMMARY
006350             THRU 3300-EXIT
006360     END-IF.
006370
006380     WRITE AUDIT-NEW-REC FROM AUDIT-REC.
006390     ADD 1 TO WS-AFTER-COUNT(WS-FILE-SUB).
006400
006410 3100-READ.
006420     READ AUDIT-FILE
006430         AT END
006440             MOVE "Y" TO WS-AUDIT-EOF-SW.
006450*----------------------------------------------------------------
006460 3100-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490 3200-ADD-TO-SUMMARY.
006500*----------------------------------------------------------------
006510*    THE SAME TESTS BUGAUD APPLIES RUN BY RUN - A SECOND RECORD
006520*    ON ONE RUN DATE IS A RERUN, AND A RUN AT OR ABOVE THE WATCH
006530*    THRESHOLD OF ITS CAPACITY IS A CAPACITY WARNING.
006540*----------------------------------------------------------------
006550     ADD 1 TO WS-SUM-RUNS.
006560
006570     IF AUD-RUN-DATE = WS-SUM-PREV-DATE
006580         ADD 1 TO WS-SUM-RERUNS
006590     END-IF.
006600     MOVE AUD-RUN-DATE TO WS-SUM-PREV-DATE.
006610
006620     IF AUD-RUN-FAILED
006630         ADD 1 TO WS-SUM-FAILED
006640     END-IF.
006650
006660     IF AUD-FINAL-COUNT NUMERIC
006670        AND AUD-FINAL-COUNT > WS-SUM-MAX-COUNT
006680         MOVE AUD-FINAL-COUNT TO WS-SUM-MAX-COUNT
006690     END-IF.
006700
006710     IF AUD-CAPACITY NUMERIC
006720        AND AUD-CAPACITY NOT = ZEROS
006730        AND AUD-FINAL-COUNT NUMERIC
006740         MOVE AUD-CAPACITY TO WS-SUM-CAPACITY
006750         COMPUTE WS-PCT =
006760             (AUD-FINAL-COUNT * 100) / AUD-CAPACITY
006770             ON SIZE ERROR
006780                 MOVE 999 TO WS-PCT
006790         END-COMPUTE
006800         IF WS-PCT > WS-SUM-MAX-PCT
006810             MOVE WS-PCT TO WS-SUM-MAX-PCT
006820         END-IF
006830         IF WS-PCT NOT < WS-WARN-PCT
006840             ADD 1 TO WS-SUM-WARNS
006850         END-IF
006860     END-IF.
006870*----------------------------------------------------------------
006880 3200-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910 3300-WRITE-YEAR-SUMMARY.
006920*----------------------------------------------------------------
006930*    DATED THE LAST DAY OF THE ARCHIVED YEAR. THE CAPACITY IS THE
006940*    ONE IN FORCE AT THE YEAR'S LAST RUN.
006950*----------------------------------------------------------------
006960     DIVIDE WS-ARCH-CCYY(WS-FILE-SUB) BY 100
006970         GIVING WS-SUM-QUOT REMAINDER WS-SUM-YY.
006980
006990     MOVE SPACES           TO AUDIT-SUMMARY-REC.
007000     MOVE "BUGHKP"         TO AUS-PROGRAM-ID.
007010     COMPUTE AUS-RUN-DATE = (WS-SUM-YY * 10000) + 1231.
007020     MOVE ZEROS            TO AUS-RUN-TIME.
007030     MOVE WS-SUM-MAX-COUNT TO AUS-MAX-COUNT.
007040     MOVE "Y"              TO AUS-STATUS.
007050     MOVE WS-SUM-CAPACITY  TO AUS-CAPACITY.
007060     MOVE WS-ARCH-CCYY(WS-FILE-SUB) TO AUS-CCYY.
007070     MOVE WS-SUM-RUNS      TO AUS-RUN-COUNT.
007080     MOVE WS-SUM-FAILED    TO AUS-FAILED-COUNT.
007090     MOVE WS-SUM-RERUNS    TO AUS-RERUN-COUNT.
007100     MOVE WS-SUM-WARNS     TO AUS-WARN-COUNT.
007110     MOVE WS-SUM-MAX-PCT   TO AUS-MAX-PCT.
007120     WRITE AUDIT-SUMMARY-REC.
007130
007140     MOVE "Y" TO WS-SUM-WRITTEN-SW.
007150     ADD 1 TO WS-ADDED-COUNT(WS-FILE-SUB).
007160     ADD 1 TO WS-AFTER-COUNT(WS-FILE-SUB).
007170
007180     DISPLAY "BUGHKP: AUDIT   YEAR " AUS-CCYY " SUMMARY - RUNS "
007190             AUS-RUN-COUNT " FAILED " AUS-FAILED-COUNT
007200             " RERUNS " AUS-RERUN-COUNT
007210             " HIGHEST LOADED " AUS-MAX-COUNT.
007220*----------------------------------------------------------------
007230 3300-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260 4000-HOUSEKEEP-RUNCTL.
007270*----------------------------------------------------------------
007280     MOVE 2   TO WS-FILE-SUB.
007290     MOVE "N" TO WS-YEAR-SET-SW.
007300     MOVE "N" TO WS-RUNCTL-EOF-SW.
007310
007320     OPEN INPUT  RUN-CONTROL-FILE.
007330     OPEN OUTPUT RUNCTL-NEW-FILE.
007340     OPEN OUTPUT RUNCTL-ARCH-FILE.
007350
007360     READ RUN-CONTROL-FILE
007370         AT END
007380             MOVE "Y" TO WS-RUNCTL-EOF-SW.
007390
007400     PERFORM 4100-SORT-ONE-RUNCTL
007410         THRU 4100-EXIT
007420         UNTIL WS-RUNCTL-EOF.
007430
007440     CLOSE RUN-CONTROL-FILE.
007450     CLOSE RUNCTL-NEW-FILE.
007460     CLOSE RUNCTL-ARCH-FILE.
007470*----------------------------------------------------------------
007480 4000-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510 4100-SORT-ONE-RUNCTL.
007520*----------------------------------------------------------------
007530     ADD 1 TO WS-BEFORE-COUNT(WS-FILE-SUB).
007540
007550     MOVE RCL-RUN-DATE TO WS-REC-YYMMDD.
007560     PERFORM 7000-YEAR-OF-RECORD
007570         THRU 7000-EXIT.
007580
007590     IF WS-REC-CCYY NOT > WS-ARCH-CCYY(WS-FILE-SUB)
007600         WRITE RUNCTL-ARCH-REC FROM RUN-CONTROL-REC
007610         ADD 1 TO WS-ARCH-COUNT(WS-FILE-SUB)
007620     ELSE
007630         WRITE RUNCTL-NEW-REC FROM RUN-CONTROL-REC
007640         ADD 1 TO WS-AFTER-COUNT(WS-FILE-SUB)
007650     END-IF.
007660
007670     READ RUN-CONTROL-FILE
007680         AT END
007690             MOVE "Y" TO WS-RUNCTL-EOF-SW.
007700*----------------------------------------------------------------
007710 4100-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740 5000-HOUSEKEEP-HISTORY.
007750*----------------------------------------------------------------
007760     MOVE 3   TO WS-FILE-SUB.
007770     MOVE "N" TO WS-YEAR-SET-SW.
007780
007790     OPEN INPUT  HISTORY-FILE.
007800     OPEN OUTPUT HISTORY-NEW-FILE.
007810     OPEN OUTPUT HISTORY-ARCH-FILE.
007820
007830     READ HISTORY-FILE
007840         AT END
007850             MOVE "Y" TO WS-HIST-EOF-SW.
007860
007870     PERFORM 5100-SORT-ONE-HISTORY
007880         THRU 5100-EXIT
007890         UNTIL WS-HIST-EOF.
007900
007910     CLOSE HISTORY-FILE.
007920     CLOSE HISTORY-NEW-FILE.
007930     CLOSE HISTORY-ARCH-FILE.
007940*----------------------------------------------------------------
007950 5000-EXIT.
007960     EXIT.
007970*----------------------------------------------------------------
007980 5100-SORT-ONE-HISTORY.
007990*----------------------------------------------------------------
008000     ADD 1 TO WS-BEFORE-COUNT(WS-FILE-SUB).
008010
008020     MOVE HST-RUN-DATE TO WS-REC-YYMMDD.
008030     PERFORM 7000-YEAR-OF-RECORD
008040         THRU 7000-EXIT.
008050
008060     IF WS-REC-CCYY NOT > WS-ARCH-CCYY(WS-FILE-SUB)
008070         WRITE HISTORY-ARCH-REC FROM HISTORY-REC
008080         ADD 1 TO WS-ARCH-COUNT(WS-FILE-SUB)
008090     ELSE
008100         WRITE HISTORY-NEW-REC FROM HISTORY-REC
008110         ADD 1 TO WS-AFTER-COUNT(WS-FILE-SUB)
008120     END-IF.
008130
008140     READ HISTORY-FILE
008150         AT END
008160             MOVE "Y" TO WS-HIST-EOF-SW.
008170*----------------------------------------------------------------
008180 5100-EXIT.
008190     EXIT.
008200*----------------------------------------------------------------
008210 6000-PRINT-COUNTS.
008220*----------------------------------------------------------------
008230     PERFORM 6100-PRINT-ONE-FILE
008240         THRU 6100-EXIT
008250         VARYING WS-FILE-SUB FROM 1 BY 1
008260         UNTIL WS-FILE-SUB > 3.
008270*----------------------------------------------------------------
008280 6000-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------
008310 6100-PRINT-ONE-FILE.
008320*----------------------------------------------------------------
008330*    BEFORE AND AFTER COUNTS, AND A BALANCE CHECK - EVERY RECORD
008340*    READ IS EITHER ARCHIVED OR KEPT. AN OUT-OF-BALANCE FILE
008350*    ENDS THE STEP RC=16 SO THE JOB DOES NOT COPY THE NEW LIVE
008360*    FILES BACK.
008370*----------------------------------------------------------------
008380     DISPLAY "BUGHKP: " WS-FILE-NAME(WS-FILE-SUB)
008390             " BEFORE " WS-BEFORE-COUNT(WS-FILE-SUB)
008400             " ARCHIVED " WS-ARCH-COUNT(WS-FILE-SUB)
008410             " AFTER " WS-AFTER-COUNT(WS-FILE-SUB).
008420
008430     IF WS-ARCH-COUNT(WS-FILE-SUB) > ZEROS
008440         DISPLAY "BUGHKP:   YEAR " WS-ARCH-CCYY(WS-FILE-SUB)
008450                 " MOVED TO THE NEW ARCHIVE GENERATION"
008460     ELSE
008470         DISPLAY "BUGHKP:   NOTHING TO ARCHIVE - THE NEW ARCHIVE "
008480                 "GENERATION IS EMPTY"
008490     END-IF.
008500
008510     IF WS-MORE-YEARS(WS-FILE-SUB)
008520         DISPLAY "BUGHKP:   *** AN OLDER YEAR IS STILL LIVE - "
008530                 "RUN THE JOB AGAIN TO ARCHIVE IT ***"
008540         IF RETURN-CODE < 4
008550             MOVE 4 TO RETURN-CODE
008560         END-IF
008570     END-IF.
008580
008590     COMPUTE WS-BALANCE =
008600         WS-ARCH-COUNT(WS-FILE-SUB) + WS-AFTER-COUNT(WS-FILE-SUB)
008610         - WS-ADDED-COUNT(WS-FILE-SUB).
008620
008630     IF WS-BALANCE NOT = WS-BEFORE-COUNT(WS-FILE-SUB)
008640         DISPLAY "BUGHKP:   *** OUT OF BALANCE - ARCHIVED PLUS "
008650                 "KEPT IS " WS-BALANCE " - LIVE FILE NOT TO BE "
008660                 "REPLACED ***"
008670         MOVE 16 TO RETURN-CODE
008680     END-IF.
008690*----------------------------------------------------------------
008700 6100-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------
008730 7000-YEAR-OF-RECORD.
008740*----------------------------------------------------------------
008750*    WINDOW THE YYMMDD IN WS-REC-YYMMDD TO ITS YEAR, AS THE REST
008760*    OF THE SUITE DOES. THE FIRST DATED RECORD OF THE FILE IS
008770*    THE OLDEST AND SETS THE YEAR ARCHIVED THIS RUN - ZERO IF
008780*    IT IS STILL INSIDE RETENTION. A RECORD KEPT FROM A LATER
008790*    YEAR THAT HAS ALSO ENDED OUTSIDE RETENTION MEANS ANOTHER
008800*    RUN IS NEEDED. AN UNDATED RECORD COMES BACK AS YEAR 9999
008810*    AND IS ALWAYS KEPT.
008820*----------------------------------------------------------------
008830     IF WS-REC-YYMMDD NOT NUMERIC
008840         MOVE 9999 TO WS-REC-CCYY
008850         GO TO 7000-EXIT
008860     END-IF.
008870
008880     IF WS-REC-YY < 50
008890         COMPUTE WS-REC-CCYY = 2000 + WS-REC-YY
008900     ELSE
008910         COMPUTE WS-REC-CCYY = 1900 + WS-REC-YY
008920     END-IF.
008930
008940     IF NOT WS-YEAR-SET
008950         MOVE "Y" TO WS-YEAR-SET-SW
008960         IF WS-REC-CCYY < WS-KEEP-CCYY(WS-FILE-SUB)
008970             MOVE WS-REC-CCYY TO WS-ARCH-CCYY(WS-FILE-SUB)
008980         END-IF
008990     END-IF.
009000
009010     IF WS-REC-CCYY > WS-ARCH-CCYY(WS-FILE-SUB)
009020        AND WS-REC-CCYY < WS-KEEP-CCYY(WS-FILE-SUB)
009030         MOVE "Y" TO WS-MORE-SW(WS-FILE-SUB)
009040     END-IF.
009050*----------------------------------------------------------------
009060 7000-EXIT.
009070     EXIT.
009080*----------------------------------------------------------------
009090 8100-DATE-TO-DAYS.
009100*----------------------------------------------------------------
009110*    CONVERT THE CCYY/MM/DD IN THE CONVERT AREA TO A SERIAL
009120*    DAY NUMBER IN WS-CNV-DAYS - THE SAME CONVERSION, PRIOR-
009130*    YEAR LEAP TERMS AND ALL, THE REST OF THE SUITE USES.
009140*----------------------------------------------------------------
009150     COMPUTE WS-CNV-DAYS = WS-CNV-CCYY * 365.
009160     COMPUTE WS-CNV-PRIOR-YR = WS-CNV-CCYY - 1.
009170     DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-QUOT.
009180     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
009190     DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-QUOT.
009200     SUBTRACT WS-CNV-QUOT FROM WS-CNV-DAYS.
009210     DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-QUOT.
009220     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
009230
009240     ADD WS-MONTH-OFFSET(WS-CNV-MM) TO WS-CNV-DAYS.
009250     ADD WS-CNV-DD                  TO WS-CNV-DAYS.
009260
009270     MOVE "N" TO WS-CNV-LEAP-SW.
009280     DIVIDE WS-CNV-CCYY BY 4
009290         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
009300     IF WS-CNV-REM = ZEROS
009310         MOVE "Y" TO WS-CNV-LEAP-SW
009320     END-IF.
009330     DIVIDE WS-CNV-CCYY BY 100
009340         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
009350     IF WS-CNV-REM = ZEROS
009360         MOVE "N" TO WS-CNV-LEAP-SW
009370     END-IF.
009380     DIVIDE WS-CNV-CCYY BY 400
009390         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
009400     IF WS-CNV-REM = ZEROS
009410         MOVE "Y" TO WS-CNV-LEAP-SW
009420     END-IF.
009430
009440     IF WS-CNV-LEAP AND WS-CNV-MM > 02
009450         ADD 1 TO WS-CNV-DAYS
009460     END-IF.
009470*----------------------------------------------------------------
009480 8100-EXIT.
009490     EXIT.
009500*----------------------------------------------------------------
009510 9999-TERMINATE.
009520*----------------------------------------------------------------
009530     DISPLAY "BUGHKP: RUN COMPLETE".
009540     STOP RUN.
009550*----------------------------------------------------------------
009560 9999-EXIT.
009570     EXIT.
