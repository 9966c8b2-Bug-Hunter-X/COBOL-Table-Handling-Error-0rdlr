000240*                 STATUS-D ITEM RETAINED AND WHY (STILL INSIDE
000250*                 RETENTION, OR AN EFFECTIVE DATE TOO MANGLED
000260*                 TO AGE), AND THE COUNTS BY DISPOSITION.
000270* 2026-10-11  RH  RETENTION NOW COUNTS BUSINESS DAYS - OPEN DAYS,
000280*                 SKIPPING WEEKENDS AND THE HOLIDAYS AND CLOSURES
000290*                 ON THE SHARED BUSINESS-DAY CALENDAR
000300*                 (PROD.BUGSOL.CALENDAR) - SO THE RETENTION PERIOD
000310*                 ON THE PARM CARD IS IN BUSINESS DAYS. THE RUN IS
000320*                 REFUSED RC=16 WHEN THE CALENDAR HAS NO ENTRIES
000330*                 FOR THE CURRENT YEAR.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PARM-FILE
000420         ASSIGN TO PARMFILE
000430         ORGANIZATION IS SEQUENTIAL.
000440*
000450     SELECT ITEM-MASTER-FILE
000460         ASSIGN TO ITEMMSTR
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS IM-ITEM-KEY
000500         FILE STATUS IS WS-MASTER-FS.
000510*
000520     SELECT PURGE-ARCHIVE-FILE
000530         ASSIGN TO PRGARCH
000540         ORGANIZATION IS SEQUENTIAL.
000550*
000560     SELECT CALENDAR-FILE
000570         ASSIGN TO CALENDAR
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CAL-FS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PARM-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  PARM-REC.
000670     05  PARM-RETAIN-DAYS        PIC 9(04).
000680     05  FILLER                  PIC X(76).
000690*
000700 FD  ITEM-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  ITEM-MASTER-REC.
000730     05  IM-ITEM.
000740         10  IM-ITEM-KEY         PIC X(10).
000750         10  IM-ITEM-DESC        PIC X(20).
000760         10  IM-ITEM-PRICE       PIC 9(05)V99.
000770         10  IM-ITEM-STATUS      PIC X(01).
000780             88  IM-DISCONTINUED          VALUE "D".
000790         10  IM-ITEM-EFF-DATE    PIC 9(08).
000800         10  FILLER REDEFINES IM-ITEM-EFF-DATE.
000810             15  IM-EFF-CCYY     PIC 9(04).
000820             15  IM-EFF-MM       PIC 9(02).
000830                 88  IM-EFF-MM-VALID      VALUE 01 THRU 12.
000840             15  IM-EFF-DD       PIC 9(02).
000850     05  IM-BATCH-ID             PIC X(08).
000860     05  FILLER                  PIC X(26).
000870*
000880 FD  PURGE-ARCHIVE-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  PURGE-ARCHIVE-REC.
000920     05  PA-RUN-DATE              PIC 9(06).
000930     05  PA-MASTER-REC            PIC X(80).
000940*
000950*----------------------------------------------------------------
000960* BUSINESS-DAY CALENDAR - ONE RECORD PER HOLIDAY OR CLOSURE DAY.
000970* SATURDAYS AND SUNDAYS ARE ALWAYS CLOSED AND NEED NO ENTRY.
000980*----------------------------------------------------------------
000990 FD  CALENDAR-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  CALENDAR-REC.
001030     05  CAL-DATE                 PIC 9(08).
001040     05  FILLER REDEFINES CAL-DATE.
001050         10  CAL-CCYY             PIC 9(04).
001060         10  CAL-MM               PIC 9(02).
001070             88  CAL-MM-VALID             VALUE 01 THRU 12.
001080         10  CAL-DD               PIC 9(02).
001090             88  CAL-DD-VALID             VALUE 01 THRU 31.
001100     05  CAL-TYPE                 PIC X(01).
001110         88  CAL-TYPE-VALID               VALUE "H" "C".
001120     05  CAL-DESC                 PIC X(30).
001130     05  FILLER                   PIC X(41).
001140*
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001170* SWITCHES AND COUNTERS
001180*----------------------------------------------------------------
001190 01  WS-SWITCHES.
001200     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
001210         88  WS-PARM-EOF                     VALUE "Y".
001220     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001230         88  WS-MASTER-EOF                   VALUE "Y".
001240     05  WS-MASTER-FS            PIC X(02)   VALUE "00".
001250         88  WS-MASTER-FS-OK                 VALUE "00".
001260         88  WS-MASTER-NOT-FOUND             VALUE "35".
001270     05  WS-CAL-EOF-SW           PIC X(01)   VALUE "N".
001280         88  WS-CAL-EOF                      VALUE "Y".
001290     05  WS-CAL-FS               PIC X(02)   VALUE "00".
001300         88  WS-CAL-FS-OK                    VALUE "00".
001310         88  WS-CAL-NOT-FOUND                VALUE "35".
001320*
001330 01  WS-AREA.
001340     05  WS-RETAIN-DAYS          PIC 9(04)   VALUE ZEROS.
001350     05  WS-TODAY-DATE           PIC 9(06)   VALUE ZEROS.
001360     05  WS-TODAY-DAYS           PIC 9(07)   VALUE ZEROS.
001370     05  WS-TODAY-ORDINAL        PIC 9(07)   VALUE ZEROS.
001380     05  WS-CUTOFF-ORDINAL       PIC 9(07)   VALUE ZEROS.
001390     05  WS-EFF-DAYS             PIC 9(07)   VALUE ZEROS.
001400     05  WS-ITEM-AGE             PIC 9(05)   VALUE ZEROS.
001410     05  WS-READ-COUNT           PIC 9(07)   VALUE ZEROS.
001420     05  WS-PURGED-COUNT         PIC 9(07)   VALUE ZEROS.
001430     05  WS-KEPT-LIVE-COUNT      PIC 9(07)   VALUE ZEROS.
001440     05  WS-KEPT-RECENT-COUNT    PIC 9(07)   VALUE ZEROS.
001450     05  WS-KEPT-BADDTE-COUNT    PIC 9(07)   VALUE ZEROS.
001460*
001470*----------------------------------------------------------------
001480* CALENDAR WORK AREAS - THE SERIAL-DAY CONVERSION THE SUITE
001490* USES FOR AGING, TAKEN STRAIGHT FROM A CCYYMMDD DATE (THE
001500* MASTER'S EFFECTIVE DATE CARRIES ITS CENTURY; NO WINDOW).
001510*----------------------------------------------------------------
001520 01  WS-MONTH-OFFSET-DATA        PIC X(36)
001530         VALUE "000031059090120151181212243273304334".
001540 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.
001550     05  WS-MONTH-OFFSET OCCURS 12 TIMES
001560                                 PIC 9(03).
001570*
001580 01  WS-DATE-CONVERT-AREA.
001590     05  WS-CNV-CCYY             PIC 9(04)   VALUE ZEROS.
001600     05  WS-CNV-MM               PIC 9(02)   VALUE ZEROS.
001610     05  WS-CNV-DD               PIC 9(02)   VALUE ZEROS.
001620     05  WS-CNV-DAYS             PIC 9(07)   VALUE ZEROS.
001630     05  WS-CNV-QUOT             PIC 9(04)   VALUE ZEROS.
001640     05  WS-CNV-PRIOR-YR         PIC 9(04)   VALUE ZEROS.
001650     05  WS-CNV-REM              PIC 9(04)   VALUE ZEROS.
001660     05  WS-CNV-LEAP-SW          PIC X(01)   VALUE "N".
001670         88  WS-CNV-LEAP                 VALUE "Y".
001680     05  WS-TODAY-YYMMDD         PIC 9(06)   VALUE ZEROS.
001690     05  FILLER REDEFINES WS-TODAY-YYMMDD.
001700         10  WS-TODAY-YY         PIC 9(02).
001710         10  WS-TODAY-MM         PIC 9(02).
001720         10  WS-TODAY-DD         PIC 9(02).
001730*
001740*----------------------------------------------------------------
001750* CLOSED WEEKDAYS FROM THE CALENDAR AS SERIAL DAY NUMBERS, AND
001760* THE COUNT OF ENTRIES FOR THE CURRENT YEAR. A SERIAL DAY'S
001770* BUSINESS-DAY ORDINAL IS THE NUMBER OF OPEN DAYS UP TO AND
001780* INCLUDING IT, SO TWO ORDINALS SUBTRACT TO A BUSINESS-DAY AGE.
001790* THE DAY OF WEEK FALLS OUT OF THE SERIAL NUMBER MODULO 7
001800* (REMAINDER 0 IS SATURDAY, 1 IS SUNDAY).
001810*----------------------------------------------------------------
001820 01  WS-CAL-AREA.
001830     05  WS-CAL-CCYY             PIC 9(04)   VALUE ZEROS.
001840     05  WS-CAL-READ-COUNT       PIC 9(05)   VALUE ZEROS.
001850     05  WS-CAL-YEAR-COUNT       PIC 9(05)   VALUE ZEROS.
001860     05  WS-CAL-TEST-DAYS        PIC 9(07)   VALUE ZEROS.
001870     05  WS-CAL-ORDINAL          PIC 9(07)   VALUE ZEROS.
001880     05  WS-CAL-SUB              PIC 9(03)   VALUE ZEROS.
001890     05  WS-CAL-COUNT            PIC 9(03)   VALUE ZEROS.
001900     05  WS-DOW-QUOT             PIC 9(07)   VALUE ZEROS.
001910     05  WS-DOW-REM              PIC 9(01)   VALUE ZEROS.
001920     05  WS-CAL-TBL.
001930         10  WS-CAL-CLOSED-DAYS OCCURS 500 TIMES
001940                                 PIC 9(07).
001950*
001960 PROCEDURE DIVISION.
001970*----------------------------------------------------------------
001980 0000-MAINLINE.
001990*----------------------------------------------------------------
002000     PERFORM 1000-INITIALIZE
002010         THRU 1000-EXIT.
002020
002030     PERFORM 2000-PURGE-PASS
002040         THRU 2000-EXIT.
002050
002060     PERFORM 3000-PRINT-TOTALS
002070         THRU 3000-EXIT.
002080
002090     PERFORM 9999-TERMINATE
002100         THRU 9999-EXIT.
002110*----------------------------------------------------------------
002120 1000-INITIALIZE.
002130*----------------------------------------------------------------
002140*    PICK UP THE RETENTION PERIOD AND TURN TODAY MINUS THAT
002150*    MANY BUSINESS DAYS INTO THE CUTOFF BUSINESS-DAY ORDINAL -
002160*    A STATUS-D ITEM WHOSE EFFECTIVE DATE FALLS BEFORE THE
002170*    CUTOFF IS PURGED.
002180*----------------------------------------------------------------
002190     ACCEPT WS-TODAY-DATE FROM DATE.
002200
002210     OPEN INPUT PARM-FILE.
002220
002230     READ PARM-FILE
002240         AT END
002250             MOVE "Y" TO WS-PARM-EOF-SW.
002260
002270     IF WS-PARM-EOF
002280         DISPLAY "BUGPRG: PARM-FILE IS EMPTY - ABENDING"
002290         MOVE 16 TO RETURN-CODE
002300         CLOSE PARM-FILE
002310         STOP RUN
002320     END-IF.
002330
002340     IF PARM-RETAIN-DAYS NOT NUMERIC
002350        OR PARM-RETAIN-DAYS = ZEROS
002360         DISPLAY "BUGPRG: RETENTION DAYS ON PARM-FILE IS NOT A "
002370                 "USABLE NUMBER - ABENDING"
002380         MOVE 16 TO RETURN-CODE
002390         CLOSE PARM-FILE
002400         STOP RUN
002410     END-IF.
002420
002430     MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS.
002440
002450     CLOSE PARM-FILE.
002460
002470     MOVE WS-TODAY-DATE TO WS-TODAY-YYMMDD.
002480     IF WS-TODAY-YY < 50
002490         COMPUTE WS-CNV-CCYY = 2000 + WS-TODAY-YY
002500     ELSE
002510         COMPUTE WS-CNV-CCYY = 1900 + WS-TODAY-YY
002520     END-IF.
002530     MOVE WS-TODAY-MM TO WS-CNV-MM.
002540     MOVE WS-TODAY-DD TO WS-CNV-DD.
002550     PERFORM 8100-DATE-TO-DAYS
002560         THRU 8100-EXIT.
002570     MOVE WS-CNV-DAYS TO WS-TODAY-DAYS.
002580     MOVE WS-CNV-CCYY TO WS-CAL-CCYY.
002590
002600     PERFORM 8200-LOAD-CALENDAR
002610         THRU 8200-EXIT.
002620
002630     MOVE WS-TODAY-DAYS TO WS-CAL-TEST-DAYS.
002640     PERFORM 8400-BUSINESS-ORDINAL
002650         THRU 8400-EXIT.
002660     MOVE WS-CAL-ORDINAL TO WS-TODAY-ORDINAL.
002670
002680     COMPUTE WS-CUTOFF-ORDINAL =
002690         WS-TODAY-ORDINAL - WS-RETAIN-DAYS.
002700
002710     DISPLAY "BUGPRG: PURGING STATUS-D ITEMS UNCHANGED FOR "
002720             "MORE THAN " WS-RETAIN-DAYS " BUSINESS DAYS AS OF "
002730             WS-TODAY-DATE.
002740*----------------------------------------------------------------
002750 1000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780 2000-PURGE-PASS.
002790*----------------------------------------------------------------
002800*    ONE SEQUENTIAL PASS OVER THE CLUSTER. A PURGED RECORD IS
002810*    WRITTEN TO THE ARCHIVE FIRST AND THEN DELETED IN PLACE -
002820*    SEQUENTIAL DELETE REMOVES THE RECORD JUST READ - SO THE
002830*    SURVIVORS NEVER MOVE AND THE KEY ORDER IS UNDISTURBED.
002840*----------------------------------------------------------------
002850     OPEN I-O ITEM-MASTER-FILE.
002860
002870     IF WS-MASTER-NOT-FOUND
002880         DISPLAY "BUGPRG: NO ITEM MASTER ON CATALOG - NOTHING "
002890                 "TO PURGE"
002900         GO TO 2000-EXIT
002910     END-IF.
002920
002930     IF NOT WS-MASTER-FS-OK
002940         DISPLAY "BUGPRG: OPEN OF ITEM MASTER FAILED - STATUS "
002950                 WS-MASTER-FS " - ABENDING"
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990
003000     OPEN OUTPUT PURGE-ARCHIVE-FILE.
003010
003020     READ ITEM-MASTER-FILE
003030         AT END
003040             MOVE "Y" TO WS-MASTER-EOF-SW.
003050
003060     PERFORM 2100-JUDGE-ONE-ITEM
003070         THRU 2100-EXIT
003080         UNTIL WS-MASTER-EOF.
003090
003100     CLOSE ITEM-MASTER-FILE.
003110     CLOSE PURGE-ARCHIVE-FILE.
003120*----------------------------------------------------------------
003130 2000-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160 2100-JUDGE-ONE-ITEM.
003170*----------------------------------------------------------------
003180     ADD 1 TO WS-READ-COUNT.
003190
003200     EVALUATE TRUE
003210         WHEN NOT IM-DISCONTINUED
003220             ADD 1 TO WS-KEPT-LIVE-COUNT
003230         WHEN IM-ITEM-EFF-DATE NOT NUMERIC
003240          OR NOT IM-EFF-MM-VALID
003250             ADD 1 TO WS-KEPT-BADDTE-COUNT
003260             DISPLAY "BUGPRG:   RETAINED - KEY " IM-ITEM-KEY
003270                     " STATUS D BUT ITS EFFECTIVE DATE "
003280                     "CANNOT BE AGED - REVIEW BY HAND"
003290         WHEN OTHER
003300             PERFORM 2200-AGE-AND-DISPOSE
003310                 THRU 2200-EXIT
003320     END-EVALUATE.
003330
003340     READ ITEM-MASTER-FILE
003350         AT END
003360             MOVE "Y" TO WS-MASTER-EOF-SW.
003370*----------------------------------------------------------------
003380 2100-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410 2200-AGE-AND-DISPOSE.
003420*----------------------------------------------------------------
003430     MOVE IM-EFF-CCYY TO WS-CNV-CCYY.
003440     MOVE IM-EFF-MM   TO WS-CNV-MM.
003450     MOVE IM-EFF-DD   TO WS-CNV-DD.
003460     PERFORM 8100-DATE-TO-DAYS
003470         THRU 8100-EXIT.
003480     MOVE WS-CNV-DAYS TO WS-EFF-DAYS.
003490
003500     MOVE WS-EFF-DAYS TO WS-CAL-TEST-DAYS.
003510     PERFORM 8400-BUSINESS-ORDINAL
003520         THRU 8400-EXIT.
003530
003540     IF WS-CAL-ORDINAL NOT < WS-CUTOFF-ORDINAL
003550         ADD 1 TO WS-KEPT-RECENT-COUNT
003560         DISPLAY "BUGPRG:   RETAINED - KEY " IM-ITEM-KEY
003570                 " STATUS D BUT EFFECTIVE " IM-ITEM-EFF-DATE
003580                 " IS STILL INSIDE RETENTION"
003590         GO TO 2200-EXIT
003600     END-IF.
003610
003620     MOVE WS-TODAY-DATE   TO PA-RUN-DATE.
003630     MOVE ITEM-MASTER-REC TO PA-MASTER-REC.
003640     WRITE PURGE-ARCHIVE-REC.
003650
003660     DELETE ITEM-MASTER-FILE RECORD.
003670
003680     ADD 1 TO WS-PURGED-COUNT.
003690     DISPLAY "BUGPRG:   PURGED - KEY " IM-ITEM-KEY
003700             " DESC " IM-ITEM-DESC
003710             " EFFECTIVE " IM-ITEM-EFF-DATE
003720             " BATCH " IM-BATCH-ID.
003730*----------------------------------------------------------------
003740 2200-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770 3000-PRINT-TOTALS.
003780*----------------------------------------------------------------
003790     DISPLAY "BUGPRG: MASTER RECORDS READ      - "
003800             WS-READ-COUNT.
003810     DISPLAY "BUGPRG: ITEMS PURGED             - "
003820             WS-PURGED-COUNT.
003830     DISPLAY "BUGPRG: RETAINED - NOT STATUS D  - "
003840             WS-KEPT-LIVE-COUNT.
003850     DISPLAY "BUGPRG: RETAINED - IN RETENTION  - "
003860             WS-KEPT-RECENT-COUNT.
003870     DISPLAY "BUGPRG: RETAINED - UNAGEABLE DATE - "
003880             WS-KEPT-BADDTE-COUNT.
003890*----------------------------------------------------------------
003900 3000-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930 8100-DATE-TO-DAYS.
003940*----------------------------------------------------------------
003950*    CONVERT THE CCYY/MM/DD IN THE CONVERT AREA TO A SERIAL
003960*    DAY NUMBER IN WS-CNV-DAYS - THE SAME CONVERSION, PRIOR-
003970*    YEAR LEAP TERMS AND ALL, THAT BUGREP AND BUGGAT USE.
003980*----------------------------------------------------------------
003990     COMPUTE WS-CNV-DAYS = WS-CNV-CCYY * 365.
004000     COMPUTE WS-CNV-PRIOR-YR = WS-CNV-CCYY - 1.
004010     DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-QUOT.
004020     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
004030     DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-QUOT.
004040     SUBTRACT WS-CNV-QUOT FROM WS-CNV-DAYS.
004050     DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-QUOT.
004060     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
004070
004080     ADD WS-MONTH-OFFSET(WS-CNV-MM) TO WS-CNV-DAYS.
004090     ADD WS-CNV-DD                  TO WS-CNV-DAYS.
004100
004110     MOVE "N" TO WS-CNV-LEAP-SW.
004120     DIVIDE WS-CNV-CCYY BY 4
004130         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
004140     IF WS-CNV-REM = ZEROS
004150         MOVE "Y" TO WS-CNV-LEAP-SW
004160     END-IF.
004170     DIVIDE WS-CNV-CCYY BY 100
004180         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
004190     IF WS-CNV-REM = ZEROS
004200         MOVE "N" TO WS-CNV-LEAP-SW
004210     END-IF.
004220     DIVIDE WS-CNV-CCYY BY 400
004230         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
004240     IF WS-CNV-REM = ZEROS
004250         MOVE "Y" TO WS-CNV-LEAP-SW
004260     END-IF.
004270
004280     IF WS-CNV-LEAP AND WS-CNV-MM > 02
004290         ADD 1 TO WS-CNV-DAYS
004300     END-IF.
004310*----------------------------------------------------------------
004320 8100-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350 8200-LOAD-CALENDAR.
004360*----------------------------------------------------------------
004370*    LOAD EVERY HOLIDAY AND CLOSURE THAT FALLS ON A WEEKDAY AS
004380*    A SERIAL DAY NUMBER - A WEEKEND ENTRY CHANGES NOTHING. A
004390*    CALENDAR WITH NO ENTRIES FOR THE CURRENT YEAR HAS NOT BEEN
004400*    MAINTAINED, AND EVERY BUSINESS-DAY DECISION MADE FROM IT
004410*    WOULD BE WRONG, SO THE RUN IS REFUSED RC=16. AN ENTRY
004420*    THAT IS NOT A DATE IS IGNORED WITH A WARNING.
004430*----------------------------------------------------------------
004440     OPEN INPUT CALENDAR-FILE.
004450
004460     IF WS-CAL-NOT-FOUND
004470         DISPLAY "BUGPRG: *** NO BUSINESS-DAY CALENDAR ON "
004480                 "CATALOG - REFUSING TO RUN ***"
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520
004530     IF NOT WS-CAL-FS-OK
004540         DISPLAY "BUGPRG: OPEN OF BUSINESS-DAY CALENDAR FAILED - "
004550                 "STATUS " WS-CAL-FS " - ABENDING"
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590
004600     READ CALENDAR-FILE
004610         AT END
004620             MOVE "Y" TO WS-CAL-EOF-SW.
004630
004640     PERFORM 8210-LOAD-ONE-CAL-DATE
004650         THRU 8210-EXIT
004660         UNTIL WS-CAL-EOF.
004670
004680     CLOSE CALENDAR-FILE.
004690
004700     IF WS-CAL-YEAR-COUNT = ZEROS
004710         DISPLAY "BUGPRG: *** BUSINESS-DAY CALENDAR HAS NO "
004720                 "ENTRIES FOR " WS-CAL-CCYY
004730                 " - REFUSING TO RUN ***"
004740         DISPLAY "BUGPRG: *** ADD THE YEAR'S HOLIDAYS AND "
004750                 "CLOSURES TO THE CALENDAR AND RESUBMIT ***"
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790
004800     DISPLAY "BUGPRG: CALENDAR ENTRIES READ - " WS-CAL-READ-COUNT
004810             " - FOR " WS-CAL-CCYY " - " WS-CAL-YEAR-COUNT.
004820*----------------------------------------------------------------
004830 8200-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860 8210-LOAD-ONE-CAL-DATE.
004870*----------------------------------------------------------------
004880     ADD 1 TO WS-CAL-READ-COUNT.
004890
004900     IF CAL-DATE NOT NUMERIC
004910        OR NOT CAL-MM-VALID
004920        OR NOT CAL-DD-VALID
004930        OR NOT CAL-TYPE-VALID
004940         DISPLAY "BUGPRG: CALENDAR ENTRY " CALENDAR-REC(1:39)
004950                 " IS NOT A HOLIDAY OR CLOSURE DATE - IGNORED"
004960         IF RETURN-CODE < 4
004970             MOVE 4 TO RETURN-CODE
004980         END-IF
004990         GO TO 8210-READ
005000     END-IF.
005010
005020     IF CAL-CCYY = WS-CAL-CCYY
005030         ADD 1 TO WS-CAL-YEAR-COUNT
005040     END-IF.
005050
005060     MOVE CAL-CCYY TO WS-CNV-CCYY.
005070     MOVE CAL-MM   TO WS-CNV-MM.
005080     MOVE CAL-DD   TO WS-CNV-DD.
005090     PERFORM 8100-DATE-TO-DAYS
005100         THRU 8100-EXIT.
005110
005120     DIVIDE WS-CNV-DAYS BY 7
005130         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
005140
005150     IF WS-DOW-REM < 2
005160         GO TO 8210-READ
005170     END-IF.
005180
005190     IF WS-CAL-COUNT NOT < 500
005200         DISPLAY "BUGPRG: BUSINESS-DAY CALENDAR HOLDS MORE THAN "
005210                 "500 WEEKDAY CLOSURES - ABENDING"
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250
005260     ADD 1 TO WS-CAL-COUNT.
005270     MOVE WS-CNV-DAYS TO WS-CAL-CLOSED-DAYS(WS-CAL-COUNT).
005280
005290 8210-READ.
005300     READ CALENDAR-FILE
005310         AT END
005320             MOVE "Y" TO WS-CAL-EOF-SW.
005330*----------------------------------------------------------------
005340 8210-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370 8400-BUSINESS-ORDINAL.
005380*----------------------------------------------------------------
005390*    COUNT THE OPEN DAYS UP TO AND INCLUDING THE SERIAL DAY IN
005400*    WS-CAL-TEST-DAYS. EVERY SERIAL WEEK STARTS ON A SATURDAY,
005410*    SO EACH WHOLE WEEK GIVES FIVE WEEKDAYS AND A PART WEEK GIVES
005420*    ONE FOR EACH DAY FROM MONDAY ON; THE WEEKDAY CLOSURES ON OR
005430*    BEFORE THE DAY ARE THEN TAKEN OFF. RESULT IN WS-CAL-ORDINAL.
005440*----------------------------------------------------------------
005450     DIVIDE WS-CAL-TEST-DAYS BY 7
005460         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
005470
005480     COMPUTE WS-CAL-ORDINAL = WS-DOW-QUOT * 5.
005490
005500     IF WS-DOW-REM > 1
005510         COMPUTE WS-CAL-ORDINAL =
005520             WS-CAL-ORDINAL + WS-DOW-REM - 1
005530     END-IF.
005540
005550     PERFORM 8410-COUNT-ONE-CLOSURE
005560         THRU 8410-EXIT
005570         VARYING WS-CAL-SUB FROM 1 BY 1
005580         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
005590*----------------------------------------------------------------
005600 8400-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630 8410-COUNT-ONE-CLOSURE.
005640*----------------------------------------------------------------
005650     IF WS-CAL-CLOSED-DAYS(WS-CAL-SUB) NOT > WS-CAL-TEST-DAYS
005660         SUBTRACT 1 FROM WS-CAL-ORDINAL
005670     END-IF.
005680*----------------------------------------------------------------
005690 8410-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720 9999-TERMINATE.
005730*----------------------------------------------------------------
005740     DISPLAY "BUGPRG: RUN COMPLETE".
005750     STOP RUN.
005760*----------------------------------------------------------------
005770 9999-EXIT.
005780     EXIT.
