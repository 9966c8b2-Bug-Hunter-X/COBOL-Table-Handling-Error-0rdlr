000360*                 AT THE TOP OF THE JOB CAN REFUSE A DOUBLE RUN
000370*                 AND FLAG A MISSED OR OUT-OF-ORDER CYCLE
000380*                 BEFORE ANYTHING IS WRITTEN.
000390* 2026-10-11  RH  RELEASES NOW FOLLOW THE SHARED BUSINESS-DAY
000400*                 CALENDAR (PROD.BUGSOL.CALENDAR). A DETAIL
000410*                 WHOSE EFFECTIVE DATE FALLS ON A WEEKEND,
000420*                 HOLIDAY OR CLOSURE DAY RELEASES ON THE NEXT
000430*                 OPEN DAY INSTEAD OF ON THE CLOSED DAY ITSELF -
000440*                 HELD, OR CARRIED FORWARD, UNTIL THEN. THE STEP
000450*                 REFUSES RC=16 WHEN THE CALENDAR HAS NO ENTRIES
000460*                 FOR THE CURRENT YEAR.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RAW-INPUT-FILE
000550         ASSIGN TO ITEMIN
000560         ORGANIZATION IS SEQUENTIAL.
000570*
000580     SELECT SCREEN-OUTPUT-FILE
000590         ASSIGN TO SCREENED
000600         ORGANIZATION IS SEQUENTIAL.
000610*
000620     SELECT PEND-IN-FILE
000630         ASSIGN TO PENDIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-PENDIN-FS.
000660*
000670     SELECT PEND-OUT-FILE
000680         ASSIGN TO PENDOUT
000690         ORGANIZATION IS SEQUENTIAL.
000700*
000710     SELECT CALENDAR-FILE
000720         ASSIGN TO CALENDAR
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CAL-FS.
000750*
000760     SELECT RUN-CONTROL-FILE
000770         ASSIGN TO RUNCTL
000780         ORGANIZATION IS SEQUENTIAL.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  RAW-INPUT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  RAW-INPUT-REC.
000860     05  RI-REC-TYPE             PIC X(01).
000870         88  RI-HEADER                       VALUE "H".
000880         88  RI-DETAIL                       VALUE "D".
000890         88  RI-TRAILER                      VALUE "T".
000900     05  RI-REC-BODY              PIC X(79).
000910     05  RI-CONTROL-BODY REDEFINES RI-REC-BODY.
000920         10  RI-CONTROL-COUNT     PIC 9(05).
000930         10  RI-BATCH-ID          PIC X(08).
000940         10  RI-CONTROL-AMOUNT    PIC 9(09)V99.
000950         10  FILLER               PIC X(55).
000960     05  RI-DETAIL-BODY REDEFINES RI-REC-BODY.
000970         10  RI-DETAIL-ITEM.
000980             15  RI-DETAIL-KEY        PIC X(10).
000990             15  RI-DETAIL-DESC       PIC X(20).
001000             15  RI-DETAIL-PRICE      PIC 9(05)V99.
001010             15  RI-DETAIL-STATUS     PIC X(01).
001020             15  RI-DETAIL-EFF-DATE   PIC 9(08).
001030             15  FILLER REDEFINES RI-DETAIL-EFF-DATE.
001040                 20  RI-EFF-CCYY      PIC 9(04).
001050                 20  RI-EFF-MM        PIC 9(02).
001060                     88  RI-EFF-MM-VALID      VALUE 01 THRU 12.
001070                 20  RI-EFF-DD        PIC 9(02).
001080                     88  RI-EFF-DD-VALID      VALUE 01 THRU 31.
001090         10  RI-DETAIL-ACTION         PIC X(01).
001100         10  FILLER                   PIC X(32).
001110*
001120 FD  SCREEN-OUTPUT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  SCREEN-OUTPUT-REC.
001160     05  SO-REC-TYPE              PIC X(01).
001170     05  SO-REC-BODY              PIC X(79).
001180     05  SO-CONTROL-BODY REDEFINES SO-REC-BODY.
001190         10  SO-CONTROL-COUNT     PIC 9(05).
001200         10  SO-BATCH-ID          PIC X(08).
001210         10  SO-CONTROL-AMOUNT    PIC 9(09)V99.
001220         10  FILLER               PIC X(55).
001230     05  SO-DETAIL-BODY REDEFINES SO-REC-BODY.
001240         10  SO-DETAIL-ITEM       PIC X(46).
001250         10  SO-DETAIL-ACTION     PIC X(01).
001260         10  FILLER               PIC X(32).
001270*
001280 FD  PEND-IN-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  PEND-IN-REC.
001320     05  PI-HELD-DATE             PIC 9(06).
001330     05  PI-BATCH-ID              PIC X(08).
001340     05  PI-ITEM                  PIC X(46).
001350     05  PI-ITEM-FLDS REDEFINES PI-ITEM.
001360         10  PI-ITEM-KEY          PIC X(10).
001370         10  PI-ITEM-DESC         PIC X(20).
001380         10  PI-ITEM-PRICE        PIC 9(05)V99.
001390         10  PI-ITEM-STATUS       PIC X(01).
001400         10  PI-ITEM-EFF-DATE     PIC 9(08).
001410         10  FILLER REDEFINES PI-ITEM-EFF-DATE.
001420             15  PI-EFF-CCYY      PIC 9(04).
001430             15  PI-EFF-MM        PIC 9(02).
001440                 88  PI-EFF-MM-VALID      VALUE 01 THRU 12.
001450             15  PI-EFF-DD        PIC 9(02).
001460                 88  PI-EFF-DD-VALID      VALUE 01 THRU 31.
001470     05  PI-ACTION                PIC X(01).
001480     05  FILLER                   PIC X(19).
001490*
001500 FD  PEND-OUT-FILE
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530 01  PEND-OUT-REC.
001540     05  PO-HELD-DATE             PIC 9(06).
001550     05  PO-BATCH-ID              PIC X(08).
001560     05  PO-ITEM                  PIC X(46).
001570     05  PO-ACTION                PIC X(01).
001580     05  FILLER                   PIC X(19).
001590*
001600*----------------------------------------------------------------
001610* BUSINESS-DAY CALENDAR - ONE RECORD PER HOLIDAY OR CLOSURE DAY.
001620* SATURDAYS AND SUNDAYS ARE ALWAYS CLOSED AND NEED NO ENTRY.
001630*----------------------------------------------------------------
001640 FD  CALENDAR-FILE
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE STANDARD.
001670 01  CALENDAR-REC.
001680     05  CAL-DATE                 PIC 9(08).
001690     05  FILLER REDEFINES CAL-DATE.
001700         10  CAL-CCYY             PIC 9(04).
001710         10  CAL-MM               PIC 9(02).
001720             88  CAL-MM-VALID             VALUE 01 THRU 12.
001730         10  CAL-DD               PIC 9(02).
001740             88  CAL-DD-VALID             VALUE 01 THRU 31.
001750     05  CAL-TYPE                 PIC X(01).
001760         88  CAL-TYPE-VALID               VALUE "H" "C".
001770     05  CAL-DESC                 PIC X(30).
001780     05  FILLER                   PIC X(41).
001790*
001800 FD  RUN-CONTROL-FILE
001810     RECORDING MODE IS F
001820     LABEL RECORDS ARE STANDARD.
001830 01  RUN-CONTROL-REC.
001840     05  RCL-JOB-NAME             PIC X(08).
001850     05  RCL-PROGRAM              PIC X(08).
001860     05  RCL-EVENT                PIC X(05).
001870     05  RCL-RUN-DATE             PIC 9(06).
001880     05  RCL-RUN-TIME             PIC 9(08).
001890     05  RCL-RETURN-CODE          PIC 9(03).
001900     05  FILLER                   PIC X(42).
001910*
001920 WORKING-STORAGE SECTION.
001930*----------------------------------------------------------------
001940* SWITCHES AND COUNTERS
001950*----------------------------------------------------------------
001960 01  WS-SWITCHES.
001970     05  WS-INPUT-EOF-SW         PIC X(01)   VALUE "N".
001980         88  WS-INPUT-EOF                    VALUE "Y".
001990     05  WS-PENDIN-EOF-SW        PIC X(01)   VALUE "N".
002000         88  WS-PENDIN-EOF                   VALUE "Y".
002010     05  WS-IN-BATCH-SW          PIC X(01)   VALUE "N".
002020         88  WS-IN-BATCH                     VALUE "Y".
002030     05  WS-HOLD-SW              PIC X(01)   VALUE "N".
002040         88  WS-HOLD-THIS                    VALUE "Y".
002050     05  WS-PENDIN-FS            PIC X(02)   VALUE "00".
002060         88  WS-PENDIN-FS-OK                 VALUE "00".
002070         88  WS-PENDIN-NOT-FOUND             VALUE "35".
002080     05  WS-DUE-SW               PIC X(01)   VALUE "N".
002090         88  WS-DUE-THIS                     VALUE "Y".
002100     05  WS-ROLLED-SW            PIC X(01)   VALUE "N".
002110         88  WS-ROLLED                       VALUE "Y".
002120     05  WS-CAL-EOF-SW           PIC X(01)   VALUE "N".
002130         88  WS-CAL-EOF                      VALUE "Y".
002140     05  WS-CAL-FS               PIC X(02)   VALUE "00".
002150         88  WS-CAL-FS-OK                    VALUE "00".
002160         88  WS-CAL-NOT-FOUND                VALUE "35".
002170     05  WS-CAL-OPEN-SW          PIC X(01)   VALUE "N".
002180         88  WS-CAL-OPEN-DAY                 VALUE "Y".
002190*
002200 01  WS-AREA.
002210     05  WS-RUN-DATE             PIC 9(06)   VALUE ZEROS.
002220     05  FILLER REDEFINES WS-RUN-DATE.
002230         10  WS-RUN-YY           PIC 9(02).
002240         10  WS-RUN-MMDD         PIC 9(04).
002250     05  WS-RUN-CCYYMMDD         PIC 9(08)   VALUE ZEROS.
002260     05  FILLER REDEFINES WS-RUN-CCYYMMDD.
002270         10  WS-RUN-CCYY         PIC 9(04).
002280         10  WS-RUN-MM           PIC 9(02).
002290         10  WS-RUN-DD           PIC 9(02).
002300     05  WS-RUN-DAYS             PIC 9(07)   VALUE ZEROS.
002310     05  WS-RELEASE-DAYS         PIC 9(07)   VALUE ZEROS.
002320     05  WS-ROLLED-COUNT         PIC 9(07)   VALUE ZEROS.
002330     05  WS-READ-COUNT           PIC 9(07)   VALUE ZEROS.
002340     05  WS-PASSED-COUNT         PIC 9(07)   VALUE ZEROS.
002350     05  WS-HELD-COUNT           PIC 9(07)   VALUE ZEROS.
002360     05  WS-DUE-COUNT            PIC 9(07)   VALUE ZEROS.
002370     05  WS-DUE-AMOUNT           PIC 9(09)V99 VALUE ZEROS.
002380     05  WS-STILL-PEND-COUNT     PIC 9(07)   VALUE ZEROS.
002390     05  WS-BAT-SUB              PIC 9(03)   VALUE ZEROS.
002400     05  WS-SUM-SUB              PIC 9(03)   VALUE ZEROS.
002410     05  WS-SUM-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
002420*
002430*----------------------------------------------------------------
002440* PER-BATCH HOLD TOTALS FROM THE SCAN PASS - HOW MANY DETAILS
002450* (AND HOW MUCH MONEY) THE REWRITE PASS WILL DIVERT FROM EACH
002460* BATCH, SO ITS HEADER AND TRAILER CAN BE ADJUSTED DOWN BY
002470* EXACTLY THAT MUCH AND NO MORE. ANY MISMATCH THE OFFICE SENT
002480* SURVIVES THE SUBTRACTION AND IS STILL CAUGHT BY BUGEDT.
002490*----------------------------------------------------------------
002500 01  WS-BATCH-AREA.
002510     05  WS-BATCH-COUNT          PIC 9(03)   VALUE ZEROS.
002520     05  WS-CUR-BATCH            PIC 9(03)   VALUE ZEROS.
002530     05  WS-HOLD-TBL.
002540         10  WS-HOLD-ENTRY OCCURS 100 TIMES.
002550             15  PND-ID              PIC X(08).
002560             15  PND-HELD-COUNT      PIC 9(05).
002570             15  PND-HELD-AMOUNT     PIC 9(09)V99.
002580*
002590*----------------------------------------------------------------
002600* STILL-PENDING SUMMARY BY EFFECTIVE DATE FOR THE REPORT.
002610*----------------------------------------------------------------
002620 01  WS-SUMMARY-AREA.
002630     05  WS-SUM-COUNT            PIC 9(03)   VALUE ZEROS.
002640     05  WS-SUM-TBL.
002650         10  WS-SUM-ENTRY OCCURS 200 TIMES.
002660             15  SUM-EFF-DATE        PIC 9(08).
002670             15  SUM-PEND-COUNT      PIC 9(05).
002680*
002690*----------------------------------------------------------------
002700* CLOSED WEEKDAYS FROM THE CALENDAR AS SERIAL DAY NUMBERS, AND
002710* THE COUNT OF ENTRIES FOR THE CURRENT YEAR.
002720*----------------------------------------------------------------
002730 01  WS-CAL-AREA.
002740     05  WS-CAL-CCYY             PIC 9(04)   VALUE ZEROS.
002750     05  WS-CAL-READ-COUNT       PIC 9(05)   VALUE ZEROS.
002760     05  WS-CAL-YEAR-COUNT       PIC 9(05)   VALUE ZEROS.
002770     05  WS-CAL-TEST-DAYS        PIC 9(07)   VALUE ZEROS.
002780     05  WS-CAL-SUB              PIC 9(03)   VALUE ZEROS.
002790     05  WS-CAL-COUNT            PIC 9(03)   VALUE ZEROS.
002800     05  WS-DOW-QUOT             PIC 9(07)   VALUE ZEROS.
002810     05  WS-DOW-REM              PIC 9(01)   VALUE ZEROS.
002820     05  WS-CAL-TBL.
002830         10  WS-CAL-CLOSED-DAYS OCCURS 500 TIMES
002840                                 PIC 9(07).
002850*
002860*----------------------------------------------------------------
002870* CALENDAR WORK AREAS - THE SERIAL-DAY CONVERSION THE SUITE
002880* USES, TAKEN STRAIGHT FROM A CCYYMMDD DATE. THE DAY OF WEEK
002890* FALLS OUT OF THE SERIAL NUMBER MODULO 7 (REMAINDER 0 IS
002900* SATURDAY, 1 IS SUNDAY).
002910*----------------------------------------------------------------
002920 01  WS-MONTH-OFFSET-DATA        PIC X(36)
002930         VALUE "000031059090120151181212243273304334".
002940 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.
002950     05  WS-MONTH-OFFSET OCCURS 12 TIMES
002960                                 PIC 9(03).
002970*
002980 01  WS-DATE-CONVERT-AREA.
002990     05  WS-CNV-CCYY             PIC 9(04)   VALUE ZEROS.
003000     05  WS-CNV-MM               PIC 9(02)   VALUE ZEROS.
003010     05  WS-CNV-DD               PIC 9(02)   VALUE ZEROS.
003020     05  WS-CNV-DAYS             PIC 9(07)   VALUE ZEROS.
003030     05  WS-CNV-QUOT             PIC 9(04)   VALUE ZEROS.
003040     05  WS-CNV-PRIOR-YR         PIC 9(04)   VALUE ZEROS.
003050     05  WS-CNV-REM              PIC 9(04)   VALUE ZEROS.
003060     05  WS-CNV-LEAP-SW          PIC X(01)   VALUE "N".
003070         88  WS-CNV-LEAP                 VALUE "Y".
003080*
003090 PROCEDURE DIVISION.
003100*----------------------------------------------------------------
003110 0000-MAINLINE.
003120*----------------------------------------------------------------
003130     PERFORM 9100-STAMP-RUNCTL-START
003140         THRU 9100-EXIT.
003150
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-EXIT.
003180
003190     PERFORM 2000-SCAN-PASS
003200         THRU 2000-EXIT.
003210
003220     PERFORM 3000-REWRITE-PASS
003230         THRU 3000-EXIT.
003240
003250     PERFORM 4000-RELEASE-PASS
003260         THRU 4000-EXIT.
003270
003280     CLOSE SCREEN-OUTPUT-FILE.
003290     CLOSE PEND-OUT-FILE.
003300
003310     PERFORM 5000-PENDING-REPORT
003320         THRU 5000-EXIT.
003330
003340     PERFORM 9999-TERMINATE
003350         THRU 9999-EXIT.
003360*----------------------------------------------------------------
003370 1000-INITIALIZE.
003380*----------------------------------------------------------------
003390*    CAPTURE THE RUN DATE AND WINDOW IT TO CCYYMMDD FOR THE
003400*    EFFECTIVE-DATE COMPARE - YEARS BELOW 50 ARE 20XX, THE
003410*    REST 19XX, THE SAME WINDOW BUGREP USES FOR AGING.
003420*----------------------------------------------------------------
003430     ACCEPT WS-RUN-DATE FROM DATE.
003440
003450     IF WS-RUN-YY < 50
003460         COMPUTE WS-RUN-CCYYMMDD =
003470             20000000 + (WS-RUN-YY * 10000) + WS-RUN-MMDD
003480     ELSE
003490         COMPUTE WS-RUN-CCYYMMDD =
003500             19000000 + (WS-RUN-YY * 10000) + WS-RUN-MMDD
003510     END-IF.
003520
003530     DISPLAY "BUGPND: PENDING SCREEN FOR RUN DATE "
003540             WS-RUN-CCYYMMDD.
003550
003560     MOVE WS-RUN-CCYY TO WS-CNV-CCYY
003570                         WS-CAL-CCYY.
003580     MOVE WS-RUN-MM   TO WS-CNV-MM.
003590     MOVE WS-RUN-DD   TO WS-CNV-DD.
003600     PERFORM 8100-DATE-TO-DAYS
003610         THRU 8100-EXIT.
003620     MOVE WS-CNV-DAYS TO WS-RUN-DAYS.
003630
003640     PERFORM 8200-LOAD-CALENDAR
003650         THRU 8200-EXIT.
003660*----------------------------------------------------------------
003670 1000-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700 2000-SCAN-PASS.
003710*----------------------------------------------------------------
003720*    PASS ONE - READ THE RAW FILE ONCE AND TOTAL, PER BATCH,
003730*    THE DETAILS THE REWRITE PASS WILL HOLD AND THEIR PRICES.
003740*    THE BATCH FRAMING IS PROVEN HERE THE SAME WAY BUGEDT
003750*    PROVES IT - A MISFRAMED FILE CANNOT HAVE ITS CONTROLS
003760*    ADJUSTED BATCH BY BATCH AND ABENDS BEFORE ANYTHING IS
003770*    WRITTEN.
003780*----------------------------------------------------------------
003790     OPEN INPUT RAW-INPUT-FILE.
003800
003810     PERFORM 2100-READ-RAW-INPUT
003820         THRU 2100-EXIT.
003830
003840     PERFORM 2200-SCAN-ONE-RECORD
003850         THRU 2200-EXIT
003860         UNTIL WS-INPUT-EOF.
003870
003880     IF WS-IN-BATCH
003890         DISPLAY "BUGPND: INPUT ENDED WITHOUT A TRAILER FOR "
003900                 "BATCH " PND-ID(WS-CUR-BATCH) " - ABENDING"
003910         MOVE 16 TO RETURN-CODE
003920         CLOSE RAW-INPUT-FILE
003930         STOP RUN
003940     END-IF.
003950
003960     IF WS-BATCH-COUNT = ZEROS
003970         DISPLAY "BUGPND: INPUT FILE IS MISSING ITS HEADER "
003980                 "RECORD - ABENDING"
003990         MOVE 16 TO RETURN-CODE
004000         CLOSE RAW-INPUT-FILE
004010         STOP RUN
004020     END-IF.
004030
004040     CLOSE RAW-INPUT-FILE.
004050*----------------------------------------------------------------
004060 2000-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090 2100-READ-RAW-INPUT.
004100*----------------------------------------------------------------
004110     READ RAW-INPUT-FILE
004120         AT END
004130             MOVE "Y" TO WS-INPUT-EOF-SW.
004140*----------------------------------------------------------------
004150 2100-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180 2200-SCAN-ONE-RECORD.
004190*----------------------------------------------------------------
004200     ADD 1 TO WS-READ-COUNT.
004210
004220     EVALUATE TRUE
004230         WHEN RI-HEADER
004240             PERFORM 2300-SCAN-HEADER
004250                 THRU 2300-EXIT
004260         WHEN RI-DETAIL AND NOT WS-IN-BATCH
004270             DISPLAY "BUGPND: DETAIL WITH NO OPEN BATCH AT "
004280                     "READ COUNT " WS-READ-COUNT " - ABENDING"
004290             MOVE 16 TO RETURN-CODE
004300             CLOSE RAW-INPUT-FILE
004310             STOP RUN
004320         WHEN RI-DETAIL
004330             PERFORM 2400-SCAN-DETAIL
004340                 THRU 2400-EXIT
004350         WHEN RI-TRAILER AND NOT WS-IN-BATCH
004360             DISPLAY "BUGPND: TRAILER WITH NO OPEN BATCH AT "
004370                     "READ COUNT " WS-READ-COUNT " - ABENDING"
004380             MOVE 16 TO RETURN-CODE
004390             CLOSE RAW-INPUT-FILE
004400             STOP RUN
004410         WHEN RI-TRAILER
004420             MOVE "N" TO WS-IN-BATCH-SW
004430         WHEN OTHER
004440             DISPLAY "BUGPND: UNRECOGNIZED RECORD TYPE "
004450                     RI-REC-TYPE " AT READ COUNT "
004460                     WS-READ-COUNT " - ABENDING"
004470             MOVE 16 TO RETURN-CODE
004480             CLOSE RAW-INPUT-FILE
004490             STOP RUN
004500     END-EVALUATE.
004510
004520     PERFORM 2100-READ-RAW-INPUT
004530         THRU 2100-EXIT.
004540*----------------------------------------------------------------
004550 2200-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580 2300-SCAN-HEADER.
004590*----------------------------------------------------------------
004600     IF WS-IN-BATCH
004610         DISPLAY "BUGPND: HEADER INSIDE OPEN BATCH "
004620                 PND-ID(WS-CUR-BATCH) " AT READ COUNT "
004630                 WS-READ-COUNT " - ABENDING"
004640         MOVE 16 TO RETURN-CODE
004650         CLOSE RAW-INPUT-FILE
004660         STOP RUN
004670     END-IF.
004680
004690     IF WS-BATCH-COUNT = 100
004700         DISPLAY "BUGPND: MORE THAN 100 BATCHES ON INPUT - "
004710                 "ABENDING"
004720         MOVE 16 TO RETURN-CODE
004730         CLOSE RAW-INPUT-FILE
004740         STOP RUN
004750     END-IF.
004760
004770     ADD 1 TO WS-BATCH-COUNT.
004780     MOVE WS-BATCH-COUNT TO WS-CUR-BATCH.
004790     MOVE "Y" TO WS-IN-BATCH-SW.
004800
004810     MOVE RI-BATCH-ID TO PND-ID(WS-CUR-BATCH).
004820     MOVE ZEROS TO PND-HELD-COUNT(WS-CUR-BATCH)
004830                   PND-HELD-AMOUNT(WS-CUR-BATCH).
004840*----------------------------------------------------------------
004850 2300-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 2400-SCAN-DETAIL.
004890*----------------------------------------------------------------
004900     PERFORM 2450-TEST-HOLD
004910         THRU 2450-EXIT.
004920
004930     IF WS-HOLD-THIS
004940         ADD 1 TO PND-HELD-COUNT(WS-CUR-BATCH)
004950         IF RI-DETAIL-PRICE NUMERIC
004960             ADD RI-DETAIL-PRICE
004970                 TO PND-HELD-AMOUNT(WS-CUR-BATCH)
004980         END-IF
004990     END-IF.
005000*----------------------------------------------------------------
005010 2400-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040 2450-TEST-HOLD.
005050*----------------------------------------------------------------
005060*    A DETAIL IS HELD ONLY WHEN ITS EFFECTIVE DATE IS NUMERIC,
005070*    AT LEAST PLAUSIBLE (MONTH 01-12, DAY 01-31 - THE FULL
005080*    CALENDAR EDIT STAYS WHERE IT ALWAYS WAS, IN BUGSOL), AND
005090*    ITS RELEASE DAY - THE EFFECTIVE DATE, ROLLED FORWARD TO
005100*    THE NEXT OPEN DAY IF IT FALLS ON A CLOSED ONE - IS AFTER
005110*    THE RUN DATE. ANYTHING ELSE PASSES THROUGH SO A BAD DATE
005120*    IS REJECTED TONIGHT INSTEAD OF PARKED FOREVER.
005130*----------------------------------------------------------------
005140     MOVE "N" TO WS-HOLD-SW.
005150     MOVE "N" TO WS-ROLLED-SW.
005160
005170     IF RI-DETAIL-EFF-DATE NOT NUMERIC
005180        OR NOT RI-EFF-MM-VALID
005190        OR NOT RI-EFF-DD-VALID
005200         GO TO 2450-EXIT
005210     END-IF.
005220
005230     IF RI-DETAIL-EFF-DATE > WS-RUN-CCYYMMDD
005240         MOVE "Y" TO WS-HOLD-SW
005250         GO TO 2450-EXIT
005260     END-IF.
005270
005280     MOVE RI-EFF-CCYY TO WS-CNV-CCYY.
005290     MOVE RI-EFF-MM   TO WS-CNV-MM.
005300     MOVE RI-EFF-DD   TO WS-CNV-DD.
005310     PERFORM 8400-ROLL-TO-OPEN-DAY
005320         THRU 8400-EXIT.
005330
005340     IF WS-RELEASE-DAYS > WS-RUN-DAYS
005350         MOVE "Y" TO WS-HOLD-SW
005360         MOVE "Y" TO WS-ROLLED-SW
005370     END-IF.
005380*----------------------------------------------------------------
005390 2450-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420 3000-REWRITE-PASS.
005430*----------------------------------------------------------------
005440*    PASS TWO - REREAD THE RAW FILE, FRAMING ALREADY PROVEN.
005450*    HEADERS AND TRAILERS ARE COPIED WITH THEIR COUNT (AND THE
005460*    TRAILER'S MONEY HASH) REDUCED BY EXACTLY WHAT THIS PASS
005470*    HOLDS FROM THE BATCH; HELD DETAILS GO TO PEND-OUT-FILE
005480*    STAMPED WITH THE HOLD DATE AND ORIGIN BATCH; EVERYTHING
005490*    ELSE PASSES THROUGH UNTOUCHED. A NON-NUMERIC CONTROL FIELD
005500*    (OLD-FORMAT TRAILER) OR ONE SMALLER THAN THE HELD TOTAL IS
005510*    LEFT AS SENT - THE DOWNSTREAM EDIT FLAGS IT AS IT STANDS.
005520*----------------------------------------------------------------
005530     MOVE "N"   TO WS-INPUT-EOF-SW.
005540     MOVE ZEROS TO WS-CUR-BATCH.
005550
005560     OPEN INPUT RAW-INPUT-FILE.
005570     OPEN OUTPUT SCREEN-OUTPUT-FILE.
005580     OPEN OUTPUT PEND-OUT-FILE.
005590
005600     PERFORM 2100-READ-RAW-INPUT
005610         THRU 2100-EXIT.
005620
005630     PERFORM 3100-REWRITE-ONE-RECORD
005640         THRU 3100-EXIT
005650         UNTIL WS-INPUT-EOF.
005660
005670     CLOSE RAW-INPUT-FILE.
005680*----------------------------------------------------------------
005690 3000-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720 3100-REWRITE-ONE-RECORD.
005730*----------------------------------------------------------------
005740     EVALUATE TRUE
005750         WHEN RI-HEADER
005760             ADD 1 TO WS-CUR-BATCH
005770             MOVE RAW-INPUT-REC TO SCREEN-OUTPUT-REC
005780             IF PND-HELD-COUNT(WS-CUR-BATCH) > ZEROS
005790                AND RI-CONTROL-COUNT NUMERIC
005800                AND RI-CONTROL-COUNT
005810                    NOT < PND-HELD-COUNT(WS-CUR-BATCH)
005820                 COMPUTE SO-CONTROL-COUNT =
005830                     RI-CONTROL-COUNT
005840                         - PND-HELD-COUNT(WS-CUR-BATCH)
005850             END-IF
005860             WRITE SCREEN-OUTPUT-REC
005870         WHEN RI-DETAIL
005880             PERFORM 3200-REWRITE-DETAIL
005890                 THRU 3200-EXIT
005900         WHEN RI-TRAILER
005910             MOVE RAW-INPUT-REC TO SCREEN-OUTPUT-REC
005920             IF PND-HELD-COUNT(WS-CUR-BATCH) > ZEROS
005930                AND RI-CONTROL-COUNT NUMERIC
005940                AND RI-CONTROL-COUNT
005950                    NOT < PND-HELD-COUNT(WS-CUR-BATCH)
005960                 COMPUTE SO-CONTROL-COUNT =
005970                     RI-CONTROL-COUNT
005980                         - PND-HELD-COUNT(WS-CUR-BATCH)
005990             END-IF
006000             IF PND-HELD-AMOUNT(WS-CUR-BATCH) > ZEROS
006010                AND RI-CONTROL-AMOUNT NUMERIC
006020                AND RI-CONTROL-AMOUNT
006030                    NOT < PND-HELD-AMOUNT(WS-CUR-BATCH)
006040                 COMPUTE SO-CONTROL-AMOUNT =
006050                     RI-CONTROL-AMOUNT
006060                         - PND-HELD-AMOUNT(WS-CUR-BATCH)
006070             END-IF
006080             WRITE SCREEN-OUTPUT-REC
006090         WHEN OTHER
006100             CONTINUE
006110     END-EVALUATE.
006120
006130     PERFORM 2100-READ-RAW-INPUT
006140         THRU 2100-EXIT.
006150*----------------------------------------------------------------
006160 3100-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190 3200-REWRITE-DETAIL.
006200*----------------------------------------------------------------
006210     PERFORM 2450-TEST-HOLD
006220         THRU 2450-EXIT.
006230
006240     IF WS-HOLD-THIS
006250         MOVE SPACES TO PEND-OUT-REC
006260         MOVE WS-RUN-DATE        TO PO-HELD-DATE
006270         MOVE PND-ID(WS-CUR-BATCH) TO PO-BATCH-ID
006280         MOVE RI-DETAIL-ITEM     TO PO-ITEM
006290         MOVE RI-DETAIL-ACTION   TO PO-ACTION
006300         WRITE PEND-OUT-REC
006310         ADD 1 TO WS-HELD-COUNT
006320         DISPLAY "BUGPND:   HELD - KEY " RI-DETAIL-KEY
006330                 " EFF DATE " RI-DETAIL-EFF-DATE
006340                 " BATCH " PND-ID(WS-CUR-BATCH)
006350         IF WS-ROLLED
006360             ADD 1 TO WS-ROLLED-COUNT
006370             DISPLAY "BUGPND:     EFF DATE IS A CLOSED DAY - "
006380                     "RELEASES ON THE NEXT OPEN DAY"
006390         END-IF
006400     ELSE
006410         MOVE RAW-INPUT-REC TO SCREEN-OUTPUT-REC
006420         WRITE SCREEN-OUTPUT-REC
006430         ADD 1 TO WS-PASSED-COUNT
006440     END-IF.
006450*----------------------------------------------------------------
006460 3200-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490 4000-RELEASE-PASS.
006500*----------------------------------------------------------------
006510*    TWO PASSES OVER THE CARRY-FORWARD PENDING FILE. THE FIRST
006520*    COUNTS THE RECORDS DUE (RELEASE DAY NOT AFTER THE RUN
006530*    DATE) AND TOTALS THEIR PRICES SO THE RELEASE BATCH HEADER
006540*    CAN BE WRITTEN AHEAD OF ITS DETAILS; THE SECOND WRITES THE
006550*    DUE RECORDS AS A FRAMED H/D.../T BATCH (ID "RELEASE") ON
006560*    THE SCREENED FILE AND CARRIES THE REST FORWARD, SUMMING
006570*    THEM BY EFFECTIVE DATE FOR THE REPORT. A MISSING PENDING
006580*    FILE (STATUS 35) JUST MEANS NOTHING HAS EVER BEEN HELD.
006590*----------------------------------------------------------------
006600     OPEN INPUT PEND-IN-FILE.
006610
006620     IF WS-PENDIN-NOT-FOUND
006630         DISPLAY "BUGPND: NO CARRY-FORWARD PENDING FILE - "
006640                 "NOTHING TO RELEASE"
006650         GO TO 4000-EXIT
006660     END-IF.
006670
006680     IF NOT WS-PENDIN-FS-OK
006690         DISPLAY "BUGPND: OPEN OF PENDING FILE FAILED - STATUS "
006700                 WS-PENDIN-FS " - ABENDING"
006710         MOVE 16 TO RETURN-CODE
006720         STOP RUN
006730     END-IF.
006740
006750     PERFORM 4050-READ-PEND-IN
006760         THRU 4050-EXIT.
006770
006780     PERFORM 4100-COUNT-ONE-DUE
006790         THRU 4100-EXIT
006800         UNTIL WS-PENDIN-EOF.
006810
006820     CLOSE PEND-IN-FILE.
006830
006840     IF WS-DUE-COUNT > ZEROS
006850         MOVE SPACES TO SCREEN-OUTPUT-REC
006860         MOVE "H" TO SO-REC-TYPE
006870         MOVE WS-DUE-COUNT TO SO-CONTROL-COUNT
006880         MOVE "RELEASE" TO SO-BATCH-ID
006890         WRITE SCREEN-OUTPUT-REC
006900     END-IF.
006910
006920     MOVE "N" TO WS-PENDIN-EOF-SW.
006930
006940     OPEN INPUT PEND-IN-FILE.
006950
006960     PERFORM 4050-READ-PEND-IN
006970         THRU 4050-EXIT.
006980
006990     PERFORM 4200-RELEASE-ONE-RECORD
007000         THRU 4200-EXIT
007010         UNTIL WS-PENDIN-EOF.
007020
007030     CLOSE PEND-IN-FILE.
007040
007050     IF WS-DUE-COUNT > ZEROS
007060         MOVE SPACES TO SCREEN-OUTPUT-REC
007070         MOVE "T" TO SO-REC-TYPE
007080         MOVE WS-DUE-COUNT  TO SO-CONTROL-COUNT
007090         MOVE WS-DUE-AMOUNT TO SO-CONTROL-AMOUNT
007100         WRITE SCREEN-OUTPUT-REC
007110     END-IF.
007120*----------------------------------------------------------------
007130 4000-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160 4050-READ-PEND-IN.
007170*----------------------------------------------------------------
007180     READ PEND-IN-FILE
007190         AT END
007200             MOVE "Y" TO WS-PENDIN-EOF-SW.
007210*----------------------------------------------------------------
007220 4050-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------
007250 4100-COUNT-ONE-DUE.
007260*----------------------------------------------------------------
007270     PERFORM 4150-TEST-DUE
007280         THRU 4150-EXIT.
007290
007300     IF WS-DUE-THIS
007310         ADD 1 TO WS-DUE-COUNT
007320         IF PI-ITEM-PRICE NUMERIC
007330             ADD PI-ITEM-PRICE TO WS-DUE-AMOUNT
007340         END-IF
007350     END-IF.
007360
007370     PERFORM 4050-READ-PEND-IN
007380         THRU 4050-EXIT.
007390*----------------------------------------------------------------
007400 4100-EXIT.
007410     EXIT.
007420*----------------------------------------------------------------
007430 4150-TEST-DUE.
007440*----------------------------------------------------------------
007450*    A PENDING RECORD IS DUE WHEN ITS RELEASE DAY - THE
007460*    EFFECTIVE DATE, ROLLED FORWARD TO THE NEXT OPEN DAY IF IT
007470*    FALLS ON A CLOSED ONE - IS NOT AFTER THE RUN DATE. A
007480*    NON-NUMERIC OR IMPLAUSIBLE DATE IS DUE AT ONCE, AS IT
007490*    ALWAYS WAS, SO BUGSOL'S EDIT CAN REJECT IT.
007500*----------------------------------------------------------------
007510     MOVE "Y" TO WS-DUE-SW.
007520     MOVE "N" TO WS-ROLLED-SW.
007530
007540     IF PI-ITEM-EFF-DATE NOT NUMERIC
007550         GO TO 4150-EXIT
007560     END-IF.
007570
007580     IF PI-ITEM-EFF-DATE > WS-RUN-CCYYMMDD
007590         MOVE "N" TO WS-DUE-SW
007600         GO TO 4150-EXIT
007610     END-IF.
007620
007630     IF NOT PI-EFF-MM-VALID
007640        OR NOT PI-EFF-DD-VALID
007650         GO TO 4150-EXIT
007660     END-IF.
007670
007680     MOVE PI-EFF-CCYY TO WS-CNV-CCYY.
007690     MOVE PI-EFF-MM   TO WS-CNV-MM.
007700     MOVE PI-EFF-DD   TO WS-CNV-DD.
007710     PERFORM 8400-ROLL-TO-OPEN-DAY
007720         THRU 8400-EXIT.
007730
007740     IF WS-RELEASE-DAYS > WS-RUN-DAYS
007750         MOVE "N" TO WS-DUE-SW
007760         MOVE "Y" TO WS-ROLLED-SW
007770     END-IF.
007780*----------------------------------------------------------------
007790 4150-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820 4200-RELEASE-ONE-RECORD.
007830*----------------------------------------------------------------
007840     PERFORM 4150-TEST-DUE
007850         THRU 4150-EXIT.
007860
007870     IF NOT WS-DUE-THIS
007880         MOVE PEND-IN-REC TO PEND-OUT-REC
007890         WRITE PEND-OUT-REC
007900         ADD 1 TO WS-STILL-PEND-COUNT
007910         IF WS-ROLLED
007920             ADD 1 TO WS-ROLLED-COUNT
007930             DISPLAY "BUGPND:   ROLLED - KEY " PI-ITEM-KEY
007940                     " EFF DATE " PI-ITEM-EFF-DATE
007950                     " IS A CLOSED DAY - RELEASES ON THE NEXT "
007960                     "OPEN DAY"
007970         END-IF
007980         PERFORM 4300-SUM-ONE-PENDING
007990             THRU 4300-EXIT
008000     ELSE
008010         MOVE SPACES TO SCREEN-OUTPUT-REC
008020         MOVE "D" TO SO-REC-TYPE
008030         MOVE PI-ITEM   TO SO-DETAIL-ITEM
008040         MOVE PI-ACTION TO SO-DETAIL-ACTION
008050         WRITE SCREEN-OUTPUT-REC
008060         DISPLAY "BUGPND:   RELEASED - KEY " PI-ITEM-KEY
008070                 " EFF DATE " PI-ITEM-EFF-DATE
008080                 " HELD " PI-HELD-DATE
008090                 " BATCH " PI-BATCH-ID
008100     END-IF.
008110
008120     PERFORM 4050-READ-PEND-IN
008130         THRU 4050-EXIT.
008140*----------------------------------------------------------------
008150 4200-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180 4300-SUM-ONE-PENDING.
008190*----------------------------------------------------------------
008200     MOVE ZEROS TO WS-SUM-FOUND-SUB.
008210     PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
008220             UNTIL WS-SUM-SUB > WS-SUM-COUNT
008230                OR WS-SUM-FOUND-SUB NOT = ZEROS
008240         IF SUM-EFF-DATE(WS-SUM-SUB) = PI-ITEM-EFF-DATE
008250             MOVE WS-SUM-SUB TO WS-SUM-FOUND-SUB
008260         END-IF
008270     END-PERFORM.
008280
008290     IF WS-SUM-FOUND-SUB NOT = ZEROS
008300         ADD 1 TO SUM-PEND-COUNT(WS-SUM-FOUND-SUB)
008310     ELSE
008320         IF WS-SUM-COUNT < 200
008330             ADD 1 TO WS-SUM-COUNT
008340             MOVE PI-ITEM-EFF-DATE
008350                 TO SUM-EFF-DATE(WS-SUM-COUNT)
008360             MOVE 1 TO SUM-PEND-COUNT(WS-SUM-COUNT)
008370         END-IF
008380     END-IF.
008390*----------------------------------------------------------------
008400 4300-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430 5000-PENDING-REPORT.
008440*----------------------------------------------------------------
008450     DISPLAY "BUGPND: DETAILS PASSED THROUGH - "
008460             WS-PASSED-COUNT.
008470     DISPLAY "BUGPND: DETAILS HELD THIS RUN - " WS-HELD-COUNT.
008480     DISPLAY "BUGPND: PENDING RECORDS RELEASED - "
008490             WS-DUE-COUNT.
008500     DISPLAY "BUGPND: STILL PENDING - " WS-STILL-PEND-COUNT.
008510     DISPLAY "BUGPND: ROLLED OFF A CLOSED DAY - "
008520             WS-ROLLED-COUNT.
008530
008540     IF WS-STILL-PEND-COUNT > ZEROS
008550         DISPLAY "BUGPND: STILL PENDING BY EFFECTIVE DATE"
008560         PERFORM 5100-REPORT-ONE-DATE
008570             THRU 5100-EXIT
008580             VARYING WS-SUM-SUB FROM 1 BY 1
008590             UNTIL WS-SUM-SUB > WS-SUM-COUNT
008600     END-IF.
008610*----------------------------------------------------------------
008620 5000-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650 5100-REPORT-ONE-DATE.
008660*----------------------------------------------------------------
008670     DISPLAY "BUGPND:   EFF DATE " SUM-EFF-DATE(WS-SUM-SUB)
008680             " PENDING " SUM-PEND-COUNT(WS-SUM-SUB).
008690*----------------------------------------------------------------
008700 5100-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------
008730 8100-DATE-TO-DAYS.
008740*----------------------------------------------------------------
008750*    CONVERT THE CCYY/MM/DD IN THE CONVERT AREA TO A SERIAL
008760*    DAY NUMBER IN WS-CNV-DAYS - THE SAME CONVERSION, PRIOR-
008770*    YEAR LEAP TERMS AND ALL, THAT BUGREP AND BUGGAT USE.
008780*----------------------------------------------------------------
008790     COMPUTE WS-CNV-DAYS = WS-CNV-CCYY * 365.
008800     COMPUTE WS-CNV-PRIOR-YR = WS-CNV-CCYY - 1.
008810     DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-QUOT.
008820     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
008830     DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-QUOT.
008840     SUBTRACT WS-CNV-QUOT FROM WS-CNV-DAYS.
008850     DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-QUOT.
008860     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
008870
008880     ADD WS-MONTH-OFFSET(WS-CNV-MM) TO WS-CNV-DAYS.
008890     ADD WS-CNV-DD                  TO WS-CNV-DAYS.
008900
008910     MOVE "N" TO WS-CNV-LEAP-SW.
008920     DIVIDE WS-CNV-CCYY BY 4
008930         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
008940     IF WS-CNV-REM = ZEROS
008950         MOVE "Y" TO WS-CNV-LEAP-SW
008960     END-IF.
008970     DIVIDE WS-CNV-CCYY BY 100
008980         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
008990     IF WS-CNV-REM = ZEROS
009000         MOVE "N" TO WS-CNV-LEAP-SW
009010     END-IF.
009020     DIVIDE WS-CNV-CCYY BY 400
009030         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
009040     IF WS-CNV-REM = ZEROS
009050         MOVE "Y" TO WS-CNV-LEAP-SW
009060     END-IF.
009070
009080     IF WS-CNV-LEAP AND WS-CNV-MM > 02
009090         ADD 1 TO WS-CNV-DAYS
009100     END-IF.
009110*----------------------------------------------------------------
009120 8100-EXIT.
009130     EXIT.
009140*----------------------------------------------------------------
009150 8200-LOAD-CALENDAR.
009160*----------------------------------------------------------------
009170*    LOAD EVERY HOLIDAY AND CLOSURE THAT FALLS ON A WEEKDAY AS
009180*    A SERIAL DAY NUMBER - A WEEKEND ENTRY CHANGES NOTHING. A
009190*    CALENDAR WITH NO ENTRIES FOR THE CURRENT YEAR HAS NOT BEEN
009200*    MAINTAINED, AND EVERY BUSINESS-DAY DECISION MADE FROM IT
009210*    WOULD BE WRONG, SO THE RUN IS REFUSED RC=16. AN ENTRY
009220*    THAT IS NOT A DATE IS IGNORED WITH A WARNING.
009230*----------------------------------------------------------------
009240     OPEN INPUT CALENDAR-FILE.
009250
009260     IF WS-CAL-NOT-FOUND
009270         DISPLAY "BUGPND: *** NO BUSINESS-DAY CALENDAR ON "
009280                 "CATALOG - REFUSING TO RUN ***"
009290         MOVE 16 TO RETURN-CODE
009300         STOP RUN
009310     END-IF.
009320
009330     IF NOT WS-CAL-FS-OK
009340         DISPLAY "BUGPND: OPEN OF BUSINESS-DAY CALENDAR FAILED - "
009350                 "STATUS " WS-CAL-FS " - ABENDING"
009360         MOVE 16 TO RETURN-CODE
009370         STOP RUN
009380     END-IF.
009390
009400     READ CALENDAR-FILE
009410         AT END
009420             MOVE "Y" TO WS-CAL-EOF-SW.
009430
009440     PERFORM 8210-LOAD-ONE-CAL-DATE
009450         THRU 8210-EXIT
009460         UNTIL WS-CAL-EOF.
009470
009480     CLOSE CALENDAR-FILE.
009490
009500     IF WS-CAL-YEAR-COUNT = ZEROS
009510         DISPLAY "BUGPND: *** BUSINESS-DAY CALENDAR HAS NO "
009520                 "ENTRIES FOR " WS-CAL-CCYY
009530                 " - REFUSING TO RUN ***"
009540         DISPLAY "BUGPND: *** ADD THE YEAR'S HOLIDAYS AND "
009550                 "CLOSURES TO THE CALENDAR AND RESUBMIT ***"
009560         MOVE 16 TO RETURN-CODE
009570         STOP RUN
009580     END-IF.
009590
009600     DISPLAY "BUGPND: CALENDAR ENTRIES READ - " WS-CAL-READ-COUNT
009610             " - FOR " WS-CAL-CCYY " - " WS-CAL-YEAR-COUNT.
009620*----------------------------------------------------------------
009630 8200-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------
009660 8210-LOAD-ONE-CAL-DATE.
009670*----------------------------------------------------------------
009680     ADD 1 TO WS-CAL-READ-COUNT.
009690
009700     IF CAL-DATE NOT NUMERIC
009710        OR NOT CAL-MM-VALID
009720        OR NOT CAL-DD-VALID
009730        OR NOT CAL-TYPE-VALID
009740         DISPLAY "BUGPND: CALENDAR ENTRY " CALENDAR-REC(1:39)
009750                 " IS NOT A HOLIDAY OR CLOSURE DATE - IGNORED"
009760         IF RETURN-CODE < 4
009770             MOVE 4 TO RETURN-CODE
009780         END-IF
009790         GO TO 8210-READ
009800     END-IF.
009810
009820     IF CAL-CCYY = WS-CAL-CCYY
009830         ADD 1 TO WS-CAL-YEAR-COUNT
009840     END-IF.
009850
009860     MOVE CAL-CCYY TO WS-CNV-CCYY.
009870     MOVE CAL-MM   TO WS-CNV-MM.
009880     MOVE CAL-DD   TO WS-CNV-DD.
009890     PERFORM 8100-DATE-TO-DAYS
009900         THRU 8100-EXIT.
009910
009920     DIVIDE WS-CNV-DAYS BY 7
009930         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
009940
009950     IF WS-DOW-REM < 2
009960         GO TO 8210-READ
009970     END-IF.
009980
009990     IF WS-CAL-COUNT NOT < 500
010000         DISPLAY "BUGPND: BUSINESS-DAY CALENDAR HOLDS MORE THAN "
010010                 "500 WEEKDAY CLOSURES - ABENDING"
010020         MOVE 16 TO RETURN-CODE
010030         STOP RUN
010040     END-IF.
010050
010060     ADD 1 TO WS-CAL-COUNT.
010070     MOVE WS-CNV-DAYS TO WS-CAL-CLOSED-DAYS(WS-CAL-COUNT).
010080
010090 8210-READ.
010100     READ CALENDAR-FILE
010110         AT END
010120             MOVE "Y" TO WS-CAL-EOF-SW.
010130*----------------------------------------------------------------
010140 8210-EXIT.
010150     EXIT.
010160*----------------------------------------------------------------
010170 8300-TEST-OPEN-DAY.
010180*----------------------------------------------------------------
010190*    IS THE SERIAL DAY IN WS-CAL-TEST-DAYS OPEN FOR BUSINESS?
010200*    REMAINDER 0 IS SATURDAY AND 1 IS SUNDAY; A WEEKDAY IS OPEN
010210*    UNLESS THE CALENDAR CLOSES IT.
010220*----------------------------------------------------------------
010230     MOVE "Y" TO WS-CAL-OPEN-SW.
010240
010250     DIVIDE WS-CAL-TEST-DAYS BY 7
010260         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
010270
010280     IF WS-DOW-REM < 2
010290         MOVE "N" TO WS-CAL-OPEN-SW
010300         GO TO 8300-EXIT
010310     END-IF.
010320
010330     PERFORM 8310-MATCH-ONE-CLOSURE
010340         THRU 8310-EXIT
010350         VARYING WS-CAL-SUB FROM 1 BY 1
010360         UNTIL WS-CAL-SUB > WS-CAL-COUNT
010370            OR NOT WS-CAL-OPEN-DAY.
010380*----------------------------------------------------------------
010390 8300-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------
010420 8310-MATCH-ONE-CLOSURE.
010430*----------------------------------------------------------------
010440     IF WS-CAL-CLOSED-DAYS(WS-CAL-SUB) = WS-CAL-TEST-DAYS
010450         MOVE "N" TO WS-CAL-OPEN-SW
010460     END-IF.
010470*----------------------------------------------------------------
010480 8310-EXIT.
010490     EXIT.
010500*----------------------------------------------------------------
010510 8400-ROLL-TO-OPEN-DAY.
010520*----------------------------------------------------------------
010530*    TURN THE CCYY/MM/DD IN THE CONVERT AREA INTO ITS RELEASE
010540*    DAY IN WS-RELEASE-DAYS - THE DATE ITSELF IF IT IS OPEN,
010550*    OTHERWISE THE NEXT OPEN DAY. THE WALK STOPS ONCE IT IS
010560*    PAST THE RUN DATE, SINCE THE RECORD IS NOT DUE EITHER WAY.
010570*----------------------------------------------------------------
010580     PERFORM 8100-DATE-TO-DAYS
010590         THRU 8100-EXIT.
010600     MOVE WS-CNV-DAYS TO WS-CAL-TEST-DAYS.
010610
010620     PERFORM 8300-TEST-OPEN-DAY
010630         THRU 8300-EXIT.
010640
010650     PERFORM 8410-STEP-FORWARD-ONE-DAY
010660         THRU 8410-EXIT
010670         UNTIL WS-CAL-OPEN-DAY
010680            OR WS-CAL-TEST-DAYS > WS-RUN-DAYS.
010690
010700     MOVE WS-CAL-TEST-DAYS TO WS-RELEASE-DAYS.
010710*----------------------------------------------------------------
010720 8400-EXIT.
010730     EXIT.
010740*----------------------------------------------------------------
010750 8410-STEP-FORWARD-ONE-DAY.
010760*----------------------------------------------------------------
010770     ADD 1 TO WS-CAL-TEST-DAYS.
010780
010790     PERFORM 8300-TEST-OPEN-DAY
010800         THRU 8300-EXIT.
010810*----------------------------------------------------------------
010820 8410-EXIT.
010830     EXIT.
010840*----------------------------------------------------------------
010850 9100-STAMP-RUNCTL-START.
010860*----------------------------------------------------------------
010870*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
010880*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
010890*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
010900*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
010910*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
010920*----------------------------------------------------------------
010930     OPEN OUTPUT RUN-CONTROL-FILE.
010940     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
010950     MOVE "BUGPND"   TO RCL-PROGRAM.
010960     MOVE "START"    TO RCL-EVENT.
010970     ACCEPT RCL-RUN-DATE FROM DATE.
010980     ACCEPT RCL-RUN-TIME FROM TIME.
010990     MOVE ZEROS TO RCL-RETURN-CODE.
011000     WRITE RUN-CONTROL-REC.
011010     CLOSE RUN-CONTROL-FILE.
011020*----------------------------------------------------------------
011030 9100-EXIT.
011040     EXIT.
011050*----------------------------------------------------------------
011060 9200-STAMP-RUNCTL-END.
011070*----------------------------------------------------------------
011080*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
011090*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
011100*    ABENDED ONE.
011110*----------------------------------------------------------------
011120     OPEN OUTPUT RUN-CONTROL-FILE.
011130     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
011140     MOVE "BUGPND"   TO RCL-PROGRAM.
011150     MOVE "END"      TO RCL-EVENT.
011160     ACCEPT RCL-RUN-DATE FROM DATE.
011170     ACCEPT RCL-RUN-TIME FROM TIME.
011180     MOVE RETURN-CODE TO RCL-RETURN-CODE.
011190     WRITE RUN-CONTROL-REC.
011200     CLOSE RUN-CONTROL-FILE.
011210*----------------------------------------------------------------
011220 9200-EXIT.
011230     EXIT.
011240*----------------------------------------------------------------
011250 9999-TERMINATE.
011260*----------------------------------------------------------------
011270     DISPLAY "BUGPND: RUN COMPLETE".
011280     PERFORM 9200-STAMP-RUNCTL-END
011290         THRU 9200-EXIT.
011300
011310     STOP RUN.
011320*----------------------------------------------------------------
011330 9999-EXIT.
011340     EXIT.
