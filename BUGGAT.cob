000290*                 CONSUMED. BUGAUD SHOWS HISTORY AFTER THE
000300*                 FACT; THIS STOPS THE BAD RUN BEFORE IT
000310*                 WRITES.
000320* 2026-10-11  RH  THE PRIOR BUSINESS DAY NOW COMES FROM THE
000330*                 SHARED BUSINESS-DAY CALENDAR (PROD.BUGSOL.
000340*                 CALENDAR - HOLIDAYS AND CLOSURE DAYS BY YEAR)
000350*                 INSTEAD OF "MONDAY LOOKS BACK TO FRIDAY", SO
000360*                 THE NIGHT AFTER A PUBLIC HOLIDAY NO LONGER
000370*                 WARNS FALSELY. THE GATE REFUSES RC=16 WHEN THE
000380*                 CALENDAR HAS NO ENTRIES FOR THE CURRENT YEAR,
000390*                 WHICH STOPS THE GATED JOB BEFORE ANY STEP THAT
000400*                 DEPENDS ON IT RUNS.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARM-FILE
000490         ASSIGN TO PARMFILE
000500         ORGANIZATION IS SEQUENTIAL.
000510*
000520     SELECT RUN-CONTROL-FILE
000530         ASSIGN TO RUNCTL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-RUNCTL-FS.
000560*
000570     SELECT CALENDAR-FILE
000580         ASSIGN TO CALENDAR
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CAL-FS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PARM-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  PARM-REC.
000680     05  PARM-JOB-NAME           PIC X(08).
000690     05  PARM-KEY-PROGRAM        PIC X(08).
000700     05  PARM-FORCE-FLAG         PIC X(01).
000710         88  PARM-FORCE-RUN              VALUE "F".
000720     05  FILLER                  PIC X(63).
000730*
000740 FD  RUN-CONTROL-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  RUN-CONTROL-REC.
000780     05  RCL-JOB-NAME             PIC X(08).
000790     05  RCL-PROGRAM              PIC X(08).
000800     05  RCL-EVENT                PIC X(05).
000810         88  RCL-EVENT-START              VALUE "START".
000820         88  RCL-EVENT-END                VALUE "END".
000830     05  RCL-RUN-DATE             PIC 9(06).
000840     05  RCL-RUN-TIME             PIC 9(08).
000850     05  RCL-RETURN-CODE          PIC 9(03).
000860     05  FILLER                   PIC X(42).
000870*
000880*----------------------------------------------------------------
000890* BUSINESS-DAY CALENDAR - ONE RECORD PER HOLIDAY OR CLOSURE DAY.
000900* SATURDAYS AND SUNDAYS ARE ALWAYS CLOSED AND NEED NO ENTRY.
000910*----------------------------------------------------------------
000920 FD  CALENDAR-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  CALENDAR-REC.
000960     05  CAL-DATE                 PIC 9(08).
000970     05  FILLER REDEFINES CAL-DATE.
000980         10  CAL-CCYY             PIC 9(04).
000990         10  FILLER               PIC 9(04).
001000     05  FILLER REDEFINES CAL-DATE.
001010         10  FILLER               PIC 9(02).
001020         10  CAL-YYMMDD           PIC 9(06).
001030         10  FILLER REDEFINES CAL-YYMMDD.
001040             15  FILLER           PIC 9(02).
001050             15  CAL-MM           PIC 9(02).
001060                 88  CAL-MM-VALID         VALUE 01 THRU 12.
001070             15  CAL-DD           PIC 9(02).
001080                 88  CAL-DD-VALID         VALUE 01 THRU 31.
001090     05  CAL-TYPE                 PIC X(01).
001100         88  CAL-TYPE-VALID               VALUE "H" "C".
001110     05  CAL-DESC                 PIC X(30).
001120     05  FILLER                   PIC X(41).
001130*
001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------
001160* SWITCHES AND COUNTERS
001170*----------------------------------------------------------------
001180 01  WS-SWITCHES.
001190     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
001200         88  WS-PARM-EOF                     VALUE "Y".
001210     05  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
001220         88  WS-RUNCTL-EOF                   VALUE "Y".
001230     05  WS-RUNCTL-FS            PIC X(02)   VALUE "00".
001240         88  WS-RUNCTL-FS-OK                 VALUE "00".
001250         88  WS-RUNCTL-NOT-FOUND             VALUE "35".
001260     05  WS-KEY-END-SW           PIC X(01)   VALUE "N".
001270         88  WS-KEY-END-SEEN                 VALUE "Y".
001280     05  WS-KEY-TODAY-SW         PIC X(01)   VALUE "N".
001290         88  WS-KEY-RAN-TODAY                VALUE "Y".
001300     05  WS-REP-END-SW           PIC X(01)   VALUE "N".
001310         88  WS-REP-END-SEEN                 VALUE "Y".
001320     05  WS-SOL-END-SW           PIC X(01)   VALUE "N".
001330         88  WS-SOL-END-SEEN                 VALUE "Y".
001340     05  WS-CAL-EOF-SW           PIC X(01)   VALUE "N".
001350         88  WS-CAL-EOF                      VALUE "Y".
001360     05  WS-CAL-FS               PIC X(02)   VALUE "00".
001370         88  WS-CAL-FS-OK                    VALUE "00".
001380         88  WS-CAL-NOT-FOUND                VALUE "35".
001390     05  WS-CAL-OPEN-SW          PIC X(01)   VALUE "N".
001400         88  WS-CAL-OPEN-DAY                 VALUE "Y".
001410*
001420 01  WS-AREA.
001430     05  WS-JOB-NAME             PIC X(08)   VALUE SPACES.
001440     05  WS-KEY-PROGRAM          PIC X(08)   VALUE SPACES.
001450     05  WS-TODAY-DATE           PIC 9(06)   VALUE ZEROS.
001460     05  WS-TODAY-DAYS           PIC 9(07)   VALUE ZEROS.
001470     05  WS-PRIOR-BIZ-DAYS       PIC 9(07)   VALUE ZEROS.
001480     05  WS-KEY-END-DATE         PIC 9(06)   VALUE ZEROS.
001490     05  WS-KEY-END-DAYS         PIC 9(07)   VALUE ZEROS.
001500     05  WS-REP-END-STAMP        PIC 9(14)   VALUE ZEROS.
001510     05  WS-SOL-END-STAMP        PIC 9(14)   VALUE ZEROS.
001520     05  WS-LEDGER-COUNT         PIC 9(05)   VALUE ZEROS.
001530     05  WS-DOW-QUOT             PIC 9(07)   VALUE ZEROS.
001540     05  WS-DOW-REM              PIC 9(01)   VALUE ZEROS.
001550*
001560*----------------------------------------------------------------
001570* CLOSED WEEKDAYS FROM THE CALENDAR AS SERIAL DAY NUMBERS, AND
001580* THE COUNT OF ENTRIES FOR THE CURRENT YEAR.
001590*----------------------------------------------------------------
001600 01  WS-CAL-AREA.
001610     05  WS-CAL-CCYY             PIC 9(04)   VALUE ZEROS.
001620     05  WS-CAL-READ-COUNT       PIC 9(05)   VALUE ZEROS.
001630     05  WS-CAL-YEAR-COUNT       PIC 9(05)   VALUE ZEROS.
001640     05  WS-CAL-TEST-DAYS        PIC 9(07)   VALUE ZEROS.
001650     05  WS-CAL-SUB              PIC 9(03)   VALUE ZEROS.
001660     05  WS-CAL-COUNT            PIC 9(03)   VALUE ZEROS.
001670     05  WS-CAL-TBL.
001680         10  WS-CAL-CLOSED-DAYS OCCURS 500 TIMES
001690                                 PIC 9(07).
001700*
001710*----------------------------------------------------------------
001720* CALENDAR WORK AREAS - THE SAME SERIAL-DAY CONVERSION BUGREP
001730* USES FOR REJECT AGING. THE DAY OF WEEK FALLS OUT OF THE
001740* SERIAL NUMBER MODULO 7 (REMAINDER 2 IS MONDAY, 1 IS SUNDAY).
001750*----------------------------------------------------------------
001760 01  WS-MONTH-OFFSET-DATA        PIC X(36)
001770         VALUE "000031059090120151181212243273304334".
001780 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.
001790     05  WS-MONTH-OFFSET OCCURS 12 TIMES
001800                                 PIC 9(03).
001810*
001820 01  WS-DATE-CONVERT-AREA.
001830     05  WS-CNV-DATE             PIC 9(06)   VALUE ZEROS.
001840     05  FILLER REDEFINES WS-CNV-DATE.
001850         10  WS-CNV-YY           PIC 9(02).
001860         10  WS-CNV-MM           PIC 9(02).
001870         10  WS-CNV-DD           PIC 9(02).
001880     05  WS-CNV-CCYY             PIC 9(04)   VALUE ZEROS.
001890     05  WS-CNV-DAYS             PIC 9(07)   VALUE ZEROS.
001900     05  WS-CNV-QUOT             PIC 9(04)   VALUE ZEROS.
001910     05  WS-CNV-PRIOR-YR         PIC 9(04)   VALUE ZEROS.
001920     05  WS-CNV-REM              PIC 9(04)   VALUE ZEROS.
001930     05  WS-CNV-LEAP-SW          PIC X(01)   VALUE "N".
001940         88  WS-CNV-LEAP                 VALUE "Y".
001950*
001960 PROCEDURE DIVISION.
001970*----------------------------------------------------------------
001980 0000-MAINLINE.
001990*----------------------------------------------------------------
002000     PERFORM 1000-INITIALIZE
002010         THRU 1000-EXIT.
002020
002030     PERFORM 2000-SCAN-LEDGER
002040         THRU 2000-EXIT.
002050
002060     PERFORM 3000-JUDGE-TONIGHT
002070         THRU 3000-EXIT.
002080
002090     PERFORM 4000-JUDGE-PRIOR-DAY
002100         THRU 4000-EXIT.
002110
002120     PERFORM 5000-JUDGE-ORDERING
002130         THRU 5000-EXIT.
002140
002150     PERFORM 9999-TERMINATE
002160         THRU 9999-EXIT.
002170*----------------------------------------------------------------
002180 1000-INITIALIZE.
002190*----------------------------------------------------------------
002200     ACCEPT WS-TODAY-DATE FROM DATE.
002210
002220     MOVE WS-TODAY-DATE TO WS-CNV-DATE.
002230     PERFORM 8100-DATE-TO-DAYS
002240         THRU 8100-EXIT.
002250     MOVE WS-CNV-DAYS TO WS-TODAY-DAYS.
002260     MOVE WS-CNV-CCYY TO WS-CAL-CCYY.
002270
002280     PERFORM 8200-LOAD-CALENDAR
002290         THRU 8200-EXIT.
002300
002310     OPEN INPUT PARM-FILE.
002320
002330     READ PARM-FILE
002340         AT END
002350             MOVE "Y" TO WS-PARM-EOF-SW.
002360
002370     IF WS-PARM-EOF
002380         DISPLAY "BUGGAT: PARM-FILE IS EMPTY - ABENDING"
002390         MOVE 16 TO RETURN-CODE
002400         CLOSE PARM-FILE
002410         STOP RUN
002420     END-IF.
002430
002440     IF PARM-JOB-NAME = SPACES
002450        OR PARM-KEY-PROGRAM = SPACES
002460         DISPLAY "BUGGAT: PARM CARD MUST NAME THE JOB AND ITS "
002470                 "KEY PROGRAM - ABENDING"
002480         MOVE 16 TO RETURN-CODE
002490         CLOSE PARM-FILE
002500         STOP RUN
002510     END-IF.
002520
002530     MOVE PARM-JOB-NAME    TO WS-JOB-NAME.
002540     MOVE PARM-KEY-PROGRAM TO WS-KEY-PROGRAM.
002550
002560     DISPLAY "BUGGAT: GATING JOB " WS-JOB-NAME
002570             " ON PROGRAM " WS-KEY-PROGRAM
002580             " FOR RUN DATE " WS-TODAY-DATE.
002590
002600     IF PARM-FORCE-RUN
002610         DISPLAY "BUGGAT: FORCE FLAG IS SET - A COMPLETED "
002620                 "CYCLE TONIGHT WILL NOT BLOCK THIS RUN"
002630     END-IF.
002640*----------------------------------------------------------------
002650 1000-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680 2000-SCAN-LEDGER.
002690*----------------------------------------------------------------
002700*    ONE PASS OVER THE LEDGER, NOTING THE LAST END RECORD OF
002710*    THE KEY PROGRAM (AND OF BUGSOL AND BUGREP FOR THE
002720*    ORDERING CHECK). THE LEDGER IS APPENDED CHRONOLOGICALLY,
002730*    SO THE LAST RECORD SEEN FOR A PROGRAM IS ITS NEWEST. A
002740*    MISSING LEDGER (STATUS 35) IS THE FIRST NIGHT EVER.
002750*----------------------------------------------------------------
002760     OPEN INPUT RUN-CONTROL-FILE.
002770
002780     IF WS-RUNCTL-NOT-FOUND
002790         DISPLAY "BUGGAT: NO RUN-CONTROL LEDGER ON CATALOG - "
002800                 "FIRST CYCLE ASSUMED"
002810         GO TO 2000-EXIT
002820     END-IF.
002830
002840     IF NOT WS-RUNCTL-FS-OK
002850         DISPLAY "BUGGAT: OPEN OF RUN-CONTROL LEDGER FAILED - "
002860                 "STATUS " WS-RUNCTL-FS " - ABENDING"
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900
002910     READ RUN-CONTROL-FILE
002920         AT END
002930             MOVE "Y" TO WS-RUNCTL-EOF-SW.
002940
002950     PERFORM 2100-NOTE-ONE-LEDGER-REC
002960         THRU 2100-EXIT
002970         UNTIL WS-RUNCTL-EOF.
002980
002990     CLOSE RUN-CONTROL-FILE.
003000
003010     DISPLAY "BUGGAT: LEDGER RECORDS READ - " WS-LEDGER-COUNT.
003020*----------------------------------------------------------------
003030 2000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060 2100-NOTE-ONE-LEDGER-REC.
003070*----------------------------------------------------------------
003080     ADD 1 TO WS-LEDGER-COUNT.
003090
003100     IF RCL-EVENT-END
003110        AND RCL-PROGRAM = WS-KEY-PROGRAM
003120         MOVE "Y" TO WS-KEY-END-SW
003130         MOVE RCL-RUN-DATE TO WS-KEY-END-DATE
003140         IF RCL-RUN-DATE = WS-TODAY-DATE
003150             MOVE "Y" TO WS-KEY-TODAY-SW
003160         END-IF
003170     END-IF.
003180
003190     IF RCL-EVENT-END
003200        AND RCL-PROGRAM = "BUGSOL"
003210         MOVE "Y" TO WS-SOL-END-SW
003220         COMPUTE WS-SOL-END-STAMP =
003230             (RCL-RUN-DATE * 100000000) + RCL-RUN-TIME
003240     END-IF.
003250
003260     IF RCL-EVENT-END
003270        AND RCL-PROGRAM = "BUGREP"
003280         MOVE "Y" TO WS-REP-END-SW
003290         COMPUTE WS-REP-END-STAMP =
003300             (RCL-RUN-DATE * 100000000) + RCL-RUN-TIME
003310     END-IF.
003320
003330     READ RUN-CONTROL-FILE
003340         AT END
003350             MOVE "Y" TO WS-RUNCTL-EOF-SW.
003360*----------------------------------------------------------------
003370 2100-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400 3000-JUDGE-TONIGHT.
003410*----------------------------------------------------------------
003420*    THE DOUBLE-RUN CHECK - AN END RECORD FOR THE KEY PROGRAM
003430*    DATED TODAY MEANS TONIGHT'S CYCLE ALREADY COMPLETED AND A
003440*    SECOND RUN WOULD WRITE OVER ITS RESULTS. ONLY THE FORCE
003450*    FLAG (A DELIBERATE, OPERATOR-KEYED DECISION) GETS PAST
003460*    THIS. AN ABENDED RUN LEFT NO END RECORD, SO A RESTART
003470*    AFTER AN ABEND PASSES WITHOUT FORCE.
003480*----------------------------------------------------------------
003490     IF NOT WS-KEY-RAN-TODAY
003500         GO TO 3000-EXIT
003510     END-IF.
003520
003530     IF PARM-FORCE-RUN
003540         DISPLAY "BUGGAT: CYCLE ALREADY COMPLETED TONIGHT - "
003550                 "PROCEEDING ON THE FORCE FLAG"
003560         GO TO 3000-EXIT
003570     END-IF.
003580
003590     DISPLAY "BUGGAT: *** " WS-KEY-PROGRAM " ALREADY "
003600             "COMPLETED FOR RUN DATE " WS-TODAY-DATE
003610             " - REFUSING THE DOUBLE RUN ***".
003620     DISPLAY "BUGGAT: *** SET THE FORCE FLAG ON THE GATE PARM "
003630             "CARD IF THIS RERUN IS INTENDED ***".
003640     MOVE 16 TO RETURN-CODE.
003650     STOP RUN.
003660*----------------------------------------------------------------
003670 3000-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700 4000-JUDGE-PRIOR-DAY.
003710*----------------------------------------------------------------
003720*    THE MISSED-CYCLE CHECK - THE LAST COMPLETED CYCLE SHOULD
003730*    BE NO OLDER THAN THE PRIOR BUSINESS DAY - THE NEAREST DAY
003740*    BEFORE TONIGHT THAT IS NEITHER A WEEKEND NOR A HOLIDAY OR
003750*    CLOSURE ON THE CALENDAR. OLDER THAN THAT IS A SKIPPED
003760*    NIGHT NOBODY NOTICED, SO THE RUN PROCEEDS WITH A WARNING
003770*    INSTEAD OF WAITING FOR BUGCMP TO LOOK WRONG TOMORROW.
003780*----------------------------------------------------------------
003790     IF NOT WS-KEY-END-SEEN
003800         DISPLAY "BUGGAT: NO COMPLETED " WS-KEY-PROGRAM
003810                 " CYCLE ON THE LEDGER - FIRST RUN ASSUMED"
003820         GO TO 4000-EXIT
003830     END-IF.
003840
003850     IF WS-KEY-END-DATE = WS-TODAY-DATE
003860         GO TO 4000-EXIT
003870     END-IF.
003880
003890     MOVE WS-KEY-END-DATE TO WS-CNV-DATE.
003900     PERFORM 8100-DATE-TO-DAYS
003910         THRU 8100-EXIT.
003920     MOVE WS-CNV-DAYS TO WS-KEY-END-DAYS.
003930
003940     MOVE WS-TODAY-DAYS TO WS-PRIOR-BIZ-DAYS.
003950     MOVE "N"           TO WS-CAL-OPEN-SW.
003960
003970     PERFORM 4100-STEP-BACK-ONE-DAY
003980         THRU 4100-EXIT
003990         UNTIL WS-CAL-OPEN-DAY
004000            OR WS-PRIOR-BIZ-DAYS < WS-KEY-END-DAYS.
004010
004020     IF WS-KEY-END-DAYS < WS-PRIOR-BIZ-DAYS
004030         DISPLAY "BUGGAT: *** PRIOR BUSINESS DAY CYCLE NEVER "
004040                 "COMPLETED - LAST " WS-KEY-PROGRAM
004050                 " END WAS " WS-KEY-END-DATE " ***"
004060         IF RETURN-CODE < 4
004070             MOVE 4 TO RETURN-CODE
004080         END-IF
004090     ELSE
004100         DISPLAY "BUGGAT: LAST COMPLETED CYCLE "
004110                 WS-KEY-END-DATE " - SCHEDULE LOOKS RIGHT"
004120     END-IF.
004130*----------------------------------------------------------------
004140 4000-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170 4100-STEP-BACK-ONE-DAY.
004180*----------------------------------------------------------------
004190*    WALK BACK ONE DAY AT A TIME TO THE NEAREST OPEN DAY. THE
004200*    WALK STOPS EARLY ONCE IT PASSES THE LAST COMPLETED CYCLE,
004210*    WHICH IS THEN CURRENT WHATEVER LIES BETWEEN.
004220*----------------------------------------------------------------
004230     SUBTRACT 1 FROM WS-PRIOR-BIZ-DAYS.
004240     MOVE WS-PRIOR-BIZ-DAYS TO WS-CAL-TEST-DAYS.
004250
004260     PERFORM 8300-TEST-OPEN-DAY
004270         THRU 8300-EXIT.
004280*----------------------------------------------------------------
004290 4100-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 5000-JUDGE-ORDERING.
004330*----------------------------------------------------------------
004340*    THE ORDERING CHECK, FOR THE LOAD JOB ONLY - THE RECYCLE
004350*    FILE ON TONIGHT'S ITEMIN SHOULD HAVE BEEN REBUILT BY A
004360*    BUGREP RUN AFTER THE LAST LOAD CONSUMED THE OLD ONE. A
004370*    LAST BUGREP END OLDER THAN THE LAST BUGSOL END MEANS THE
004380*    LOAD WOULD RE-CONSUME REPAIRS IT ALREADY TOOK. A SHOP
004390*    THAT HAS NEVER RUN BUGREP IS LEFT ALONE.
004400*----------------------------------------------------------------
004410     IF WS-KEY-PROGRAM NOT = "BUGSOL"
004420         GO TO 5000-EXIT
004430     END-IF.
004440
004450     IF NOT WS-REP-END-SEEN
004460         DISPLAY "BUGGAT: NO BUGREP CYCLE ON THE LEDGER - "
004470                 "RECYCLE ORDERING NOT CHECKED"
004480         GO TO 5000-EXIT
004490     END-IF.
004500
004510     IF WS-SOL-END-SEEN
004520        AND WS-REP-END-STAMP < WS-SOL-END-STAMP
004530         DISPLAY "BUGGAT: *** RECYCLE FILE IS STALE - LAST "
004540                 "BUGREP END PRECEDES THE LAST BUGSOL END - "
004550                 "THE LAST LOAD ALREADY CONSUMED IT ***"
004560         IF RETURN-CODE < 4
004570             MOVE 4 TO RETURN-CODE
004580         END-IF
004590     ELSE
004600         DISPLAY "BUGGAT: RECYCLE ORDERING LOOKS RIGHT"
004610     END-IF.
004620*----------------------------------------------------------------
004630 5000-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660 8100-DATE-TO-DAYS.
004670*----------------------------------------------------------------
004680*    CONVERT THE YYMMDD DATE IN WS-CNV-DATE TO A SERIAL DAY
004690*    NUMBER IN WS-CNV-DAYS - THE SAME CONVERSION, PRIOR-YEAR
004700*    LEAP TERMS AND ALL, THAT BUGREP USES FOR REJECT AGING.
004710*    YEARS BELOW 50 WINDOW INTO 20XX, THE REST INTO 19XX.
004720*----------------------------------------------------------------
004730     IF WS-CNV-YY < 50
004740         COMPUTE WS-CNV-CCYY = 2000 + WS-CNV-YY
004750     ELSE
004760         COMPUTE WS-CNV-CCYY = 1900 + WS-CNV-YY
004770     END-IF.
004780
004790     COMPUTE WS-CNV-DAYS = WS-CNV-CCYY * 365.
004800     COMPUTE WS-CNV-PRIOR-YR = WS-CNV-CCYY - 1.
004810     DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-QUOT.
004820     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
004830     DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-QUOT.
004840     SUBTRACT WS-CNV-QUOT FROM WS-CNV-DAYS.
004850     DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-QUOT.
004860     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
004870
004880     ADD WS-MONTH-OFFSET(WS-CNV-MM) TO WS-CNV-DAYS.
004890     ADD WS-CNV-DD                  TO WS-CNV-DAYS.
004900
004910     MOVE "N" TO WS-CNV-LEAP-SW.
004920     DIVIDE WS-CNV-CCYY BY 4
004930         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
004940     IF WS-CNV-REM = ZEROS
004950         MOVE "Y" TO WS-CNV-LEAP-SW
004960     END-IF.
004970     DIVIDE WS-CNV-CCYY BY 100
004980         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
004990     IF WS-CNV-REM = ZEROS
005000         MOVE "N" TO WS-CNV-LEAP-SW
005010     END-IF.
005020     DIVIDE WS-CNV-CCYY BY 400
005030         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
005040     IF WS-CNV-REM = ZEROS
005050         MOVE "Y" TO WS-CNV-LEAP-SW
005060     END-IF.
005070
005080     IF WS-CNV-LEAP AND WS-CNV-MM > 02
005090         ADD 1 TO WS-CNV-DAYS
005100     END-IF.
005110*----------------------------------------------------------------
005120 8100-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150 8200-LOAD-CALENDAR.
005160*----------------------------------------------------------------
005170*    LOAD EVERY HOLIDAY AND CLOSURE THAT FALLS ON A WEEKDAY AS
005180*    A SERIAL DAY NUMBER - A WEEKEND ENTRY CHANGES NOTHING. A
005190*    CALENDAR WITH NO ENTRIES FOR THE CURRENT YEAR HAS NOT BEEN
005200*    MAINTAINED, AND EVERY BUSINESS-DAY DECISION MADE FROM IT
005210*    WOULD BE WRONG, SO THE RUN IS REFUSED RC=16. AN ENTRY
005220*    THAT IS NOT A DATE IS IGNORED WITH A WARNING.
005230*----------------------------------------------------------------
005240     OPEN INPUT CALENDAR-FILE.
005250
005260     IF WS-CAL-NOT-FOUND
005270         DISPLAY "BUGGAT: *** NO BUSINESS-DAY CALENDAR ON "
005280                 "CATALOG - REFUSING TO RUN ***"
005290         MOVE 16 TO RETURN-CODE
005300         STOP RUN
005310     END-IF.
005320
005330     IF NOT WS-CAL-FS-OK
005340         DISPLAY "BUGGAT: OPEN OF BUSINESS-DAY CALENDAR FAILED - "
005350                 "STATUS " WS-CAL-FS " - ABENDING"
005360         MOVE 16 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390
005400     READ CALENDAR-FILE
005410         AT END
005420             MOVE "Y" TO WS-CAL-EOF-SW.
005430
005440     PERFORM 8210-LOAD-ONE-CAL-DATE
005450         THRU 8210-EXIT
005460         UNTIL WS-CAL-EOF.
005470
005480     CLOSE CALENDAR-FILE.
005490
005500     IF WS-CAL-YEAR-COUNT = ZEROS
005510         DISPLAY "BUGGAT: *** BUSINESS-DAY CALENDAR HAS NO "
005520                 "ENTRIES FOR " WS-CAL-CCYY
005530                 " - REFUSING TO RUN ***"
005540         DISPLAY "BUGGAT: *** ADD THE YEAR'S HOLIDAYS AND "
005550                 "CLOSURES TO THE CALENDAR AND RESUBMIT ***"
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF.
005590
005600     DISPLAY "BUGGAT: CALENDAR ENTRIES READ - " WS-CAL-READ-COUNT
005610             " - FOR " WS-CAL-CCYY " - " WS-CAL-YEAR-COUNT.
005620*----------------------------------------------------------------
005630 8200-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660 8210-LOAD-ONE-CAL-DATE.
005670*----------------------------------------------------------------
005680     ADD 1 TO WS-CAL-READ-COUNT.
005690
005700     IF CAL-DATE NOT NUMERIC
005710        OR NOT CAL-MM-VALID
005720        OR NOT CAL-DD-VALID
005730        OR NOT CAL-TYPE-VALID
005740         DISPLAY "BUGGAT: CALENDAR ENTRY " CALENDAR-REC(1:39)
005750                 " IS NOT A HOLIDAY OR CLOSURE DATE - IGNORED"
005760         IF RETURN-CODE < 4
005770             MOVE 4 TO RETURN-CODE
005780         END-IF
005790         GO TO 8210-READ
005800     END-IF.
005810
005820     IF CAL-CCYY = WS-CAL-CCYY
005830         ADD 1 TO WS-CAL-YEAR-COUNT
005840     END-IF.
005850
005860     MOVE CAL-YYMMDD TO WS-CNV-DATE.
005870     PERFORM 8100-DATE-TO-DAYS
005880         THRU 8100-EXIT.
005890
005900     DIVIDE WS-CNV-DAYS BY 7
005910         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
005920
005930     IF WS-DOW-REM < 2
005940         GO TO 8210-READ
005950     END-IF.
005960
005970     IF WS-CAL-COUNT NOT < 500
005980         DISPLAY "BUGGAT: BUSINESS-DAY CALENDAR HOLDS MORE THAN "
005990                 "500 WEEKDAY CLOSURES - ABENDING"
006000         MOVE 16 TO RETURN-CODE
006010         STOP RUN
006020     END-IF.
006030
006040     ADD 1 TO WS-CAL-COUNT.
006050     MOVE WS-CNV-DAYS TO WS-CAL-CLOSED-DAYS(WS-CAL-COUNT).
006060
006070 8210-READ.
006080     READ CALENDAR-FILE
006090         AT END
006100             MOVE "Y" TO WS-CAL-EOF-SW.
006110*----------------------------------------------------------------
006120 8210-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150 8300-TEST-OPEN-DAY.
006160*----------------------------------------------------------------
006170*    IS THE SERIAL DAY IN WS-CAL-TEST-DAYS OPEN FOR BUSINESS?
006180*    REMAINDER 0 IS SATURDAY AND 1 IS SUNDAY; A WEEKDAY IS OPEN
006190*    UNLESS THE CALENDAR CLOSES IT.
006200*----------------------------------------------------------------
006210     MOVE "Y" TO WS-CAL-OPEN-SW.
006220
006230     DIVIDE WS-CAL-TEST-DAYS BY 7
006240         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
006250
006260     IF WS-DOW-REM < 2
006270         MOVE "N" TO WS-CAL-OPEN-SW
006280         GO TO 8300-EXIT
006290     END-IF.
006300
006310     PERFORM 8310-MATCH-ONE-CLOSURE
006320         THRU 8310-EXIT
006330         VARYING WS-CAL-SUB FROM 1 BY 1
006340         UNTIL WS-CAL-SUB > WS-CAL-COUNT
006350            OR NOT WS-CAL-OPEN-DAY.
006360*----------------------------------------------------------------
006370 8300-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400 8310-MATCH-ONE-CLOSURE.
006410*----------------------------------------------------------------
006420     IF WS-CAL-CLOSED-DAYS(WS-CAL-SUB) = WS-CAL-TEST-DAYS
006430         MOVE "N" TO WS-CAL-OPEN-SW
006440     END-IF.
006450*----------------------------------------------------------------
006460 8310-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490 9999-TERMINATE.
006500*----------------------------------------------------------------
006510     CLOSE PARM-FILE.
006520
006530     IF RETURN-CODE = ZEROS
006540         DISPLAY "BUGGAT: GATE OPEN - CYCLE MAY PROCEED"
006550     ELSE
006560         DISPLAY "BUGGAT: GATE OPEN WITH WARNINGS - RC "
006570                 RETURN-CODE
006580     END-IF.
006590
006600     STOP RUN.
006610*----------------------------------------------------------------
006620 9999-EXIT.
006630     EXIT.
