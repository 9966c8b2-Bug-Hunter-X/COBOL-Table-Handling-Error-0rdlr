000780*                 99999 ON THE WAY INTO THE TABLE, SO THE
000790*                 CORRECTION MATCH ON THE FULL INDEX COULD
000800*                 NEVER FIND THE REJECT IT NAMED.
000810* 2026-10-11  RH  REJECT AGING NOW COUNTS BUSINESS DAYS - OPEN
000820*                 DAYS SINCE THE REJECT'S RUN DATE, SKIPPING
000830*                 WEEKENDS AND THE HOLIDAYS AND CLOSURES ON THE
000840*                 SHARED BUSINESS-DAY CALENDAR (PROD.BUGSOL.
000850*                 CALENDAR) - SO A LONG WEEKEND NO LONGER PUSHES
000860*                 REJECTS OVER THE AGING LIMIT. THE AGING LIMIT
000870*                 ON THE PARM CARD IS IN BUSINESS DAYS. THE RUN
000880*                 IS REFUSED RC=16 WHEN THE CALENDAR HAS NO
000890*                 ENTRIES FOR THE CURRENT YEAR.
000900*----------------------------------------------------------------
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
000930 SOURCE-COMPUTER.   IBM-370.
000940 OBJECT-COMPUTER.   IBM-370.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT PARM-FILE
000980         ASSIGN TO PARMFILE
000990         ORGANIZATION IS SEQUENTIAL.
001000*
001010     SELECT REJECT-FILE
001020         ASSIGN TO REJECTF
001030         ORGANIZATION IS SEQUENTIAL.
001040*
001050     SELECT OUTSTAND-IN-FILE
001060         ASSIGN TO OUTSIN
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-OUTSIN-FS.
001090*
001100     SELECT CORRECTION-FILE
001110         ASSIGN TO CORRIN
001120         ORGANIZATION IS SEQUENTIAL.
001130*
001140     SELECT RECYCLE-FILE
001150         ASSIGN TO RECYCOUT
001160         ORGANIZATION IS SEQUENTIAL.
001170*
001180     SELECT OUTSTAND-OUT-FILE
001190         ASSIGN TO OUTSOUT
001200         ORGANIZATION IS SEQUENTIAL.
001210*
001220     SELECT CALENDAR-FILE
001230         ASSIGN TO CALENDAR
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS WS-CAL-FS.
001260*
001270     SELECT RUN-CONTROL-FILE
001280         ASSIGN TO RUNCTL
001290         ORGANIZATION IS SEQUENTIAL.
001300*
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  PARM-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  PARM-REC.
001370     05  PARM-AGING-DAYS         PIC 9(03).
001380     05  FILLER                  PIC X(77).
001390*
001400 FD  REJECT-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 01  REJECT-REC.
001440     05  REJ-INDEX                PIC 9(07).
001450     05  REJ-REASON               PIC X(09).
001460     05  REJ-ITEM                 PIC X(46).
001470     05  REJ-ACTION               PIC X(01).
001480     05  REJ-RUN-DATE             PIC 9(06).
001490     05  REJ-BATCH-ID             PIC X(08).
001500     05  FILLER                   PIC X(03).
001510*
001520 FD  OUTSTAND-IN-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 01  OUTSTAND-IN-REC.
001560     05  OI-INDEX                 PIC 9(07).
001570     05  OI-REASON                PIC X(09).
001580     05  OI-ITEM                  PIC X(46).
001590     05  OI-ACTION                PIC X(01).
001600     05  OI-RUN-DATE              PIC 9(06).
001610     05  OI-BATCH-ID              PIC X(08).
001620     05  FILLER                   PIC X(03).
001630*
001640 FD  CORRECTION-FILE
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE STANDARD.
001670 01  CORRECTION-REC.
001680     05  COR-RUN-DATE             PIC 9(06).
001690     05  COR-REJ-INDEX            PIC 9(07).
001700     05  COR-ITEM                 PIC X(46).
001710     05  COR-ITEM-FLDS REDEFINES COR-ITEM.
001720         10  COR-ITEM-KEY         PIC X(10).
001730         10  COR-ITEM-DESC        PIC X(20).
001740         10  COR-ITEM-PRICE       PIC 9(05)V99.
001750         10  COR-ITEM-STATUS      PIC X(01).
001760             88  COR-STATUS-VALID         VALUE "A" "S" "D".
001770         10  COR-ITEM-EFF-DATE    PIC 9(08).
001780         10  FILLER REDEFINES COR-ITEM-EFF-DATE.
001790             15  COR-EFF-CCYY     PIC 9(04).
001800             15  COR-EFF-MM       PIC 9(02).
001810                 88  COR-EFF-MM-VALID     VALUE 01 THRU 12.
001820             15  COR-EFF-DD       PIC 9(02).
001830     05  COR-ACTION               PIC X(01).
001840         88  COR-ACTION-DELETE            VALUE "D".
001850         88  COR-ACTION-VALID             VALUE "A" "C" "D" " ".
001860     05  FILLER                   PIC X(20).
001870*
001880 FD  RECYCLE-FILE
001890     RECORDING MODE IS F
001900     LABEL RECORDS ARE STANDARD.
001910 01  RECYCLE-REC.
001920     05  RC-REC-TYPE              PIC X(01).
001930     05  RC-REC-BODY              PIC X(79).
001940     05  RC-CONTROL-BODY REDEFINES RC-REC-BODY.
001950         10  RC-CONTROL-COUNT     PIC 9(05).
001960         10  RC-BATCH-ID          PIC X(08).
001970         10  RC-CONTROL-AMOUNT    PIC 9(09)V99.
001980         10  FILLER               PIC X(55).
001990     05  RC-DETAIL-BODY REDEFINES RC-REC-BODY.
002000         10  RC-DETAIL-ITEM       PIC X(46).
002010         10  RC-DETAIL-FLDS REDEFINES RC-DETAIL-ITEM.
002020             15  RC-DETAIL-KEY    PIC X(10).
002030             15  RC-DETAIL-DESC   PIC X(20).
002040             15  RC-DETAIL-PRICE  PIC 9(05)V99.
002050             15  FILLER           PIC X(09).
002060         10  RC-DETAIL-ACTION     PIC X(01).
002070         10  FILLER               PIC X(32).
002080*
002090 FD  OUTSTAND-OUT-FILE
002100     RECORDING MODE IS F
002110     LABEL RECORDS ARE STANDARD.
002120 01  OUTSTAND-OUT-REC.
002130     05  OO-INDEX                 PIC 9(07).
002140     05  OO-REASON                PIC X(09).
002150     05  OO-ITEM                  PIC X(46).
002160     05  OO-ACTION                PIC X(01).
002170     05  OO-RUN-DATE              PIC 9(06).
002180     05  OO-BATCH-ID              PIC X(08).
002190     05  FILLER                   PIC X(03).
002200*
002210*----------------------------------------------------------------
002220* BUSINESS-DAY CALENDAR - ONE RECORD PER HOLIDAY OR CLOSURE DAY.
002230* SATURDAYS AND SUNDAYS ARE ALWAYS CLOSED AND NEED NO ENTRY.
002240*----------------------------------------------------------------
002250 FD  CALENDAR-FILE
002260     RECORDING MODE IS F
002270     LABEL RECORDS ARE STANDARD.
002280 01  CALENDAR-REC.
002290     05  CAL-DATE                 PIC 9(08).
002300     05  FILLER REDEFINES CAL-DATE.
002310         10  CAL-CCYY             PIC 9(04).
002320         10  FILLER               PIC 9(04).
002330     05  FILLER REDEFINES CAL-DATE.
002340         10  FILLER               PIC 9(02).
002350         10  CAL-YYMMDD           PIC 9(06).
002360         10  FILLER REDEFINES CAL-YYMMDD.
002370             15  FILLER           PIC 9(02).
002380             15  CAL-MM           PIC 9(02).
002390                 88  CAL-MM-VALID         VALUE 01 THRU 12.
002400             15  CAL-DD           PIC 9(02).
002410                 88  CAL-DD-VALID         VALUE 01 THRU 31.
002420     05  CAL-TYPE                 PIC X(01).
002430         88  CAL-TYPE-VALID               VALUE "H" "C".
002440     05  CAL-DESC                 PIC X(30).
002450     05  FILLER                   PIC X(41).
002460*
002470 FD  RUN-CONTROL-FILE
002480     RECORDING MODE IS F
002490     LABEL RECORDS ARE STANDARD.
002500 01  RUN-CONTROL-REC.
002510     05  RCL-JOB-NAME             PIC X(08).
002520     05  RCL-PROGRAM              PIC X(08).
002530     05  RCL-EVENT                PIC X(05).
002540     05  RCL-RUN-DATE             PIC 9(06).
002550     05  RCL-RUN-TIME             PIC 9(08).
002560     05  RCL-RETURN-CODE          PIC 9(03).
002570     05  FILLER                   PIC X(42).
002580*
002590 WORKING-STORAGE SECTION.
002600*----------------------------------------------------------------
002610* SWITCHES AND COUNTERS
002620*----------------------------------------------------------------
002630 01  WS-SWITCHES.
002640     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
002650         88  WS-PARM-EOF                     VALUE "Y".
002660     05  WS-REJECT-EOF-SW        PIC X(01)   VALUE "N".
002670         88  WS-REJECT-EOF                   VALUE "Y".
002680     05  WS-OUTSIN-EOF-SW        PIC X(01)   VALUE "N".
002690         88  WS-OUTSIN-EOF                   VALUE "Y".
002700     05  WS-CORR-EOF-SW          PIC X(01)   VALUE "N".
002710         88  WS-CORR-EOF                     VALUE "Y".
002720     05  WS-OUTSIN-FS            PIC X(02)   VALUE "00".
002730         88  WS-OUTSIN-FS-OK                 VALUE "00".
002740         88  WS-OUTSIN-NOT-FOUND             VALUE "35".
002750     05  WS-CAL-EOF-SW           PIC X(01)   VALUE "N".
002760         88  WS-CAL-EOF                      VALUE "Y".
002770     05  WS-CAL-FS               PIC X(02)   VALUE "00".
002780         88  WS-CAL-FS-OK                    VALUE "00".
002790         88  WS-CAL-NOT-FOUND                VALUE "35".
002800*
002810 01  WS-AREA.
002820     05  WS-AGING-DAYS           PIC 9(03)   VALUE ZEROS.
002830     05  WS-TODAY-DATE           PIC 9(06)   VALUE ZEROS.
002840     05  WS-TODAY-DAYS           PIC 9(07)   VALUE ZEROS.
002850     05  WS-TODAY-ORDINAL        PIC 9(07)   VALUE ZEROS.
002860     05  WS-REJECT-AGE           PIC 9(05)   VALUE ZEROS.
002870     05  WS-OUT-COUNT            PIC 9(05)   VALUE ZEROS.
002880     05  WS-CARRIED-COUNT        PIC 9(05)   VALUE ZEROS.
002890     05  WS-TODAY-COUNT          PIC 9(05)   VALUE ZEROS.
002900     05  WS-RERUN-SKIP-COUNT     PIC 9(05)   VALUE ZEROS.
002910     05  WS-CORR-COUNT           PIC 9(05)   VALUE ZEROS.
002920     05  WS-FIXED-COUNT          PIC 9(05)   VALUE ZEROS.
002930     05  WS-UNMATCHED-COUNT      PIC 9(05)   VALUE ZEROS.
002940     05  WS-UNFIXED-COUNT        PIC 9(05)   VALUE ZEROS.
002950     05  WS-AGED-COUNT           PIC 9(05)   VALUE ZEROS.
002960     05  WS-SUB                  PIC 9(05)   VALUE ZEROS.
002970     05  WS-FOUND-SUB            PIC 9(05)   VALUE ZEROS.
002980     05  WS-RECYCLE-AMOUNT       PIC 9(09)V99 VALUE ZEROS.
002990     05  WS-BADCORR-COUNT        PIC 9(05)   VALUE ZEROS.
003000     05  WS-CORR-ERR-SW          PIC X(01)   VALUE "N".
003010         88  WS-CORR-ERR                 VALUE "Y".
003020     05  WS-CORR-REASON          PIC X(09)   VALUE SPACES.
003030*
003040*----------------------------------------------------------------
003050* CALENDAR EDIT WORK AREAS FOR THE CORRECTION FIELD EDITS - THE
003060* SAME DAYS-IN-MONTH TABLE AND LEAP-YEAR REMAINDERS THE LOAD'S
003070* EFFECTIVE-DATE EDIT USES.
003080*----------------------------------------------------------------
003090 01  WS-MONTH-DAYS-DATA          PIC X(24)
003100         VALUE "312831303130313130313031".
003110 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DATA.
003120     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
003130                                 PIC 9(02).
003140*
003150 01  WS-DATE-EDIT-AREA.
003160     05  WS-EDIT-MAX-DD          PIC 9(02)   VALUE ZEROS.
003170     05  WS-EDLP-QUOT            PIC 9(04)   VALUE ZEROS.
003180     05  WS-EDLP-REM4            PIC 9(04)   VALUE ZEROS.
003190     05  WS-EDLP-REM100          PIC 9(04)   VALUE ZEROS.
003200     05  WS-EDLP-REM400          PIC 9(04)   VALUE ZEROS.
003210*
003220*----------------------------------------------------------------
003230* OUTSTANDING-REJECT TABLE - THE CARRIED-FORWARD REJECTS PLUS
003240* TODAY'S, IN ARRIVAL ORDER. A CORRECTION MATCHES ON THE RUN
003250* DATE AND READ INDEX STAMPED ON THE REJECT RECORD BY BUGSOL.
003260*----------------------------------------------------------------
003270 01  WS-OUTSTANDING-TABLE.
003280     05  WS-OUT-ENTRY OCCURS 9999 TIMES.
003290         10  OUT-INDEX           PIC 9(07).
003300         10  OUT-REASON          PIC X(09).
003310         10  OUT-ITEM            PIC X(46).
003320         10  OUT-ACTION          PIC X(01).
003330         10  OUT-RUN-DATE        PIC 9(06).
003340         10  OUT-BATCH-ID        PIC X(08).
003350         10  OUT-FIXED-SW        PIC X(01).
003360             88  OUT-FIXED               VALUE "Y".
003370*
003380*----------------------------------------------------------------
003390* CALENDAR WORK AREAS FOR THE AGING CALCULATION - A YYMMDD DATE
003400* IS CONVERTED TO A SERIAL DAY NUMBER SO TWO DATES SUBTRACT
003410* DIRECTLY. YEARS BELOW 50 ARE WINDOWED INTO 20XX.
003420*----------------------------------------------------------------
003430 01  WS-MONTH-OFFSET-DATA        PIC X(36)
003440         VALUE "000031059090120151181212243273304334".
003450 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.
003460     05  WS-MONTH-OFFSET OCCURS 12 TIMES
003470                                 PIC 9(03).
003480*
003490 01  WS-DATE-CONVERT-AREA.
003500     05  WS-CNV-DATE             PIC 9(06)   VALUE ZEROS.
003510     05  FILLER REDEFINES WS-CNV-DATE.
003520         10  WS-CNV-YY           PIC 9(02).
003530         10  WS-CNV-MM           PIC 9(02).
003540         10  WS-CNV-DD           PIC 9(02).
003550     05  WS-CNV-CCYY             PIC 9(04)   VALUE ZEROS.
003560     05  WS-CNV-DAYS             PIC 9(07)   VALUE ZEROS.
003570     05  WS-CNV-QUOT             PIC 9(04)   VALUE ZEROS.
003580     05  WS-CNV-PRIOR-YR         PIC 9(04)   VALUE ZEROS.
003590     05  WS-CNV-REM              PIC 9(04)   VALUE ZEROS.
003600     05  WS-CNV-LEAP-SW          PIC X(01)   VALUE "N".
003610         88  WS-CNV-LEAP                 VALUE "Y".
003620*
003630*----------------------------------------------------------------
003640* CLOSED WEEKDAYS FROM THE CALENDAR AS SERIAL DAY NUMBERS, AND
003650* THE COUNT OF ENTRIES FOR THE CURRENT YEAR. A SERIAL DAY'S
003660* BUSINESS-DAY ORDINAL IS THE NUMBER OF OPEN DAYS UP TO AND
003670* INCLUDING IT, SO TWO ORDINALS SUBTRACT TO A BUSINESS-DAY AGE.
003680* THE DAY OF WEEK FALLS OUT OF THE SERIAL NUMBER MODULO 7
003690* (REMAINDER 0 IS SATURDAY, 1 IS SUNDAY).
003700*----------------------------------------------------------------
003710 01  WS-CAL-AREA.
003720     05  WS-CAL-CCYY             PIC 9(04)   VALUE ZEROS.
003730     05  WS-CAL-READ-COUNT       PIC 9(05)   VALUE ZEROS.
003740     05  WS-CAL-YEAR-COUNT       PIC 9(05)   VALUE ZEROS.
003750     05  WS-CAL-TEST-DAYS        PIC 9(07)   VALUE ZEROS.
003760     05  WS-CAL-ORDINAL          PIC 9(07)   VALUE ZEROS.
003770     05  WS-CAL-SUB              PIC 9(03)   VALUE ZEROS.
003780     05  WS-CAL-COUNT            PIC 9(03)   VALUE ZEROS.
003790     05  WS-DOW-QUOT             PIC 9(07)   VALUE ZEROS.
003800     05  WS-DOW-REM              PIC 9(01)   VALUE ZEROS.
003810     05  WS-CAL-TBL.
003820         10  WS-CAL-CLOSED-DAYS OCCURS 500 TIMES
003830                                 PIC 9(07).
003840*
003850 PROCEDURE DIVISION.
003860*----------------------------------------------------------------
003870 0000-MAINLINE.
003880*----------------------------------------------------------------
003890     PERFORM 9100-STAMP-RUNCTL-START
003900         THRU 9100-EXIT.
003910
003920     PERFORM 1000-INITIALIZE
003930         THRU 1000-EXIT.
003940
003950     PERFORM 2000-LOAD-OUTSTANDING
003960         THRU 2000-EXIT.
003970
003980     PERFORM 3000-APPLY-CORRECTIONS
003990         THRU 3000-EXIT.
004000
004010     PERFORM 4000-WRITE-RECYCLE
004020         THRU 4000-EXIT.
004030
004040     PERFORM 5000-WRITE-OUTSTANDING
004050         THRU 5000-EXIT.
004060
004070     PERFORM 6000-AGING-REPORT
004080         THRU 6000-EXIT.
004090
004100     PERFORM 9999-TERMINATE
004110         THRU 9999-EXIT.
004120*----------------------------------------------------------------
004130 1000-INITIALIZE.
004140*----------------------------------------------------------------
004150*    PICK UP THE AGING LIMIT FROM THE PARM CARD AND CONVERT
004160*    TODAY'S DATE TO A SERIAL DAY NUMBER, AND THEN TO ITS
004170*    BUSINESS-DAY ORDINAL FROM THE CALENDAR, FOR THE AGING
004180*    REPORT.
004190*----------------------------------------------------------------
004200     ACCEPT WS-TODAY-DATE FROM DATE.
004210
004220     MOVE WS-TODAY-DATE TO WS-CNV-DATE.
004230     PERFORM 8100-DATE-TO-DAYS
004240         THRU 8100-EXIT.
004250     MOVE WS-CNV-DAYS TO WS-TODAY-DAYS.
004260     MOVE WS-CNV-CCYY TO WS-CAL-CCYY.
004270
004280     PERFORM 8200-LOAD-CALENDAR
004290         THRU 8200-EXIT.
004300
004310     MOVE WS-TODAY-DAYS TO WS-CAL-TEST-DAYS.
004320     PERFORM 8400-BUSINESS-ORDINAL
004330         THRU 8400-EXIT.
004340     MOVE WS-CAL-ORDINAL TO WS-TODAY-ORDINAL.
004350
004360     OPEN INPUT PARM-FILE.
004370
004380     READ PARM-FILE
004390         AT END
004400             MOVE "Y" TO WS-PARM-EOF-SW.
004410
004420     IF WS-PARM-EOF
004430         DISPLAY "BUGREP: PARM-FILE IS EMPTY - ABENDING"
004440         MOVE 16 TO RETURN-CODE
004450         CLOSE PARM-FILE
004460         STOP RUN
004470     END-IF.
004480
004490     IF PARM-AGING-DAYS NOT NUMERIC
004500         DISPLAY "BUGREP: AGING DAYS ON PARM-FILE IS NOT "
004510                 "NUMERIC - ABENDING"
004520         MOVE 16 TO RETURN-CODE
004530         CLOSE PARM-FILE
004540         STOP RUN
004550     END-IF.
004560
004570     MOVE PARM-AGING-DAYS TO WS-AGING-DAYS.
004580
004590     CLOSE PARM-FILE.
004600*----------------------------------------------------------------
004610 1000-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640 2000-LOAD-OUTSTANDING.
004650*----------------------------------------------------------------
004660*    BUILD THE OUTSTANDING-REJECT TABLE - FIRST THE REJECTS
004670*    CARRIED FORWARD BY PRIOR BUGREP RUNS, THEN THE REJECTS
004680*    BUGSOL WROTE TODAY. A MISSING CARRY-FORWARD FILE (STATUS
004690*    35) JUST MEANS THIS IS THE FIRST RUN, NOT AN ERROR.
004700*----------------------------------------------------------------
004710     OPEN INPUT OUTSTAND-IN-FILE.
004720
004730     IF WS-OUTSIN-NOT-FOUND
004740         DISPLAY "BUGREP: NO CARRY-FORWARD OUTSTANDING FILE - "
004750                 "STARTING EMPTY"
004760     ELSE
004770         READ OUTSTAND-IN-FILE
004780             AT END
004790                 MOVE "Y" TO WS-OUTSIN-EOF-SW
004800         END-READ
004810         PERFORM 2100-LOAD-ONE-CARRIED
004820             THRU 2100-EXIT
004830             UNTIL WS-OUTSIN-EOF
004840         CLOSE OUTSTAND-IN-FILE
004850     END-IF.
004860
004870     MOVE WS-OUT-COUNT TO WS-CARRIED-COUNT.
004880
004890     OPEN INPUT REJECT-FILE.
004900
004910     READ REJECT-FILE
004920         AT END
004930             MOVE "Y" TO WS-REJECT-EOF-SW.
004940
004950     PERFORM 2200-LOAD-ONE-REJECT
004960         THRU 2200-EXIT
004970         UNTIL WS-REJECT-EOF.
004980
004990     CLOSE REJECT-FILE.
005000
005010     COMPUTE WS-TODAY-COUNT =
005020         WS-OUT-COUNT - WS-CARRIED-COUNT.
005030
005040     DISPLAY "BUGREP: OUTSTANDING REJECTS CARRIED FORWARD - "
005050             WS-CARRIED-COUNT.
005060     IF WS-RERUN-SKIP-COUNT NOT = ZEROS
005070         DISPLAY "BUGREP: REJECTS ALREADY ON THE CARRY-FORWARD "
005080                 "SKIPPED (SAME-DAY RERUN) - " WS-RERUN-SKIP-COUNT
005090     END-IF.
005100     DISPLAY "BUGREP: REJECTS ADDED FROM TODAYS RUN - "
005110             WS-TODAY-COUNT.
005120*----------------------------------------------------------------
005130 2000-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160 2100-LOAD-ONE-CARRIED.
005170*----------------------------------------------------------------
005180     PERFORM 2300-CHECK-TABLE-ROOM
005190         THRU 2300-EXIT.
005200
005210     ADD 1 TO WS-OUT-COUNT.
005220     MOVE OI-INDEX     TO OUT-INDEX(WS-OUT-COUNT).
005230     MOVE OI-REASON    TO OUT-REASON(WS-OUT-COUNT).
005240     MOVE OI-ITEM      TO OUT-ITEM(WS-OUT-COUNT).
005250     MOVE OI-ACTION    TO OUT-ACTION(WS-OUT-COUNT).
005260     MOVE OI-RUN-DATE  TO OUT-RUN-DATE(WS-OUT-COUNT).
005270     MOVE OI-BATCH-ID  TO OUT-BATCH-ID(WS-OUT-COUNT).
005280     MOVE "N"          TO OUT-FIXED-SW(WS-OUT-COUNT).
005290
005300     READ OUTSTAND-IN-FILE
005310         AT END
005320             MOVE "Y" TO WS-OUTSIN-EOF-SW.
005330*----------------------------------------------------------------
005340 2100-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370 2200-LOAD-ONE-REJECT.
005380*----------------------------------------------------------------
005390*    A RECORD WHOSE RUN DATE AND READ INDEX ARE ALREADY IN THE
005400*    TABLE - THE SAME MATCH KEY THE CORRECTIONS USE - IS THIS
005410*    SAME REJECT CARRIED FORWARD BY AN EARLIER BUGREP RUN
005420*    TODAY: REJECT-FILE STILL HOLDS THE LAST BUGSOL RUN'S
005430*    RECORDS UNTIL THE NEXT LOAD REWRITES IT, SO A SECOND
005440*    BUGREP RUN BEFORE THEN SEES THEM TWICE. LOADING THE TWIN
005450*    WOULD LEAVE A PHANTOM NO CORRECTION COULD EVER CLEAR.
005460*----------------------------------------------------------------
005470     MOVE ZEROS TO WS-FOUND-SUB.
005480     PERFORM VARYING WS-SUB FROM 1 BY 1
005490             UNTIL WS-SUB > WS-OUT-COUNT
005500                OR WS-FOUND-SUB NOT = ZEROS
005510         IF OUT-RUN-DATE(WS-SUB) = REJ-RUN-DATE
005520            AND OUT-INDEX(WS-SUB) = REJ-INDEX
005530             MOVE WS-SUB TO WS-FOUND-SUB
005540         END-IF
005550     END-PERFORM.
005560
005570     IF WS-FOUND-SUB NOT = ZEROS
005580         ADD 1 TO WS-RERUN-SKIP-COUNT
005590         GO TO 2200-READ
005600     END-IF.
005610
005620     PERFORM 2300-CHECK-TABLE-ROOM
005630         THRU 2300-EXIT.
005640
005650     ADD 1 TO WS-OUT-COUNT.
005660     MOVE REJ-INDEX    TO OUT-INDEX(WS-OUT-COUNT).
005670     MOVE REJ-REASON   TO OUT-REASON(WS-OUT-COUNT).
005680     MOVE REJ-ITEM     TO OUT-ITEM(WS-OUT-COUNT).
005690     MOVE REJ-ACTION   TO OUT-ACTION(WS-OUT-COUNT).
005700     MOVE REJ-RUN-DATE TO OUT-RUN-DATE(WS-OUT-COUNT).
005710     MOVE REJ-BATCH-ID TO OUT-BATCH-ID(WS-OUT-COUNT).
005720     MOVE "N"          TO OUT-FIXED-SW(WS-OUT-COUNT).
005730
005740 2200-READ.
005750     READ REJECT-FILE
005760         AT END
005770             MOVE "Y" TO WS-REJECT-EOF-SW.
005780*----------------------------------------------------------------
005790 2200-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820 2300-CHECK-TABLE-ROOM.
005830*----------------------------------------------------------------
005840     IF WS-OUT-COUNT = 9999
005850         DISPLAY "BUGREP: OUTSTANDING REJECTS OVERFLOW THE "
005860                 "9999-ENTRY TABLE - ABENDING"
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900*----------------------------------------------------------------
005910 2300-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940 3000-APPLY-CORRECTIONS.
005950*----------------------------------------------------------------
005960*    EACH CORRECTION CARD NAMES THE RUN DATE AND READ INDEX OF
005970*    THE REJECT IT REPAIRS AND SUPPLIES THE FULL REPLACEMENT
005980*    ITEM IMAGE AND ACTION CODE - A BLANK-KEY REJECT IS FIXED BY
005990*    SUPPLYING THE MISSING KEY, A BAD PRICE BY THE CORRECTED
006000*    PRICE, AND SO ON. THE REPLACEMENT FIELDS NOW PASS THE SAME
006010*    EDITS BUGSOL RUNS - A CORRECTION THAT WOULD ONLY BOUNCE
006020*    OFF 2220 TOMORROW NIGHT IS REFUSED TODAY, REPORTED WITH
006030*    ITS REASON, AND ITS REJECT LEFT OUTSTANDING. A CORRECTION
006040*    THAT MATCHES NO OUTSTANDING REJECT, OR ONE THAT ARRIVES
006050*    AFTER ITS REJECT WAS ALREADY REPAIRED, IS STILL REPORTED.
006060*----------------------------------------------------------------
006070     OPEN INPUT CORRECTION-FILE.
006080
006090     READ CORRECTION-FILE
006100         AT END
006110             MOVE "Y" TO WS-CORR-EOF-SW.
006120
006130     PERFORM 3100-APPLY-ONE-CORRECTION
006140         THRU 3100-EXIT
006150         UNTIL WS-CORR-EOF.
006160
006170     CLOSE CORRECTION-FILE.
006180
006190     DISPLAY "BUGREP: CORRECTIONS READ - " WS-CORR-COUNT
006200             " APPLIED - " WS-FIXED-COUNT
006210             " UNMATCHED - " WS-UNMATCHED-COUNT
006220             " FAILED EDITS - " WS-BADCORR-COUNT.
006230*----------------------------------------------------------------
006240 3000-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270 3100-APPLY-ONE-CORRECTION.
006280*----------------------------------------------------------------
006290     ADD 1 TO WS-CORR-COUNT.
006300
006310     MOVE ZEROS TO WS-FOUND-SUB.
006320     PERFORM VARYING WS-SUB FROM 1 BY 1
006330             UNTIL WS-SUB > WS-OUT-COUNT
006340                OR WS-FOUND-SUB NOT = ZEROS
006350         IF OUT-RUN-DATE(WS-SUB) = COR-RUN-DATE
006360            AND OUT-INDEX(WS-SUB) = COR-REJ-INDEX
006370            AND NOT OUT-FIXED(WS-SUB)
006380             MOVE WS-SUB TO WS-FOUND-SUB
006390         END-IF
006400     END-PERFORM.
006410
006420     IF WS-FOUND-SUB = ZEROS
006430         ADD 1 TO WS-UNMATCHED-COUNT
006440         DISPLAY "BUGREP: *** UNMATCHED CORRECTION - RUN DATE "
006450                 COR-RUN-DATE " INDEX " COR-REJ-INDEX
006460                 " MATCHES NO OUTSTANDING REJECT ***"
006470     ELSE
006480         PERFORM 3200-EDIT-ONE-CORRECTION
006490             THRU 3200-EXIT
006500         IF WS-CORR-ERR
006510             ADD 1 TO WS-BADCORR-COUNT
006520             DISPLAY "BUGREP: *** CORRECTION REFUSED - RUN "
006530                     "DATE " COR-RUN-DATE " INDEX "
006540                     COR-REJ-INDEX " REASON " WS-CORR-REASON
006550                     " - REJECT LEFT OUTSTANDING ***"
006560         ELSE
006570             MOVE COR-ITEM   TO OUT-ITEM(WS-FOUND-SUB)
006580             MOVE COR-ACTION TO OUT-ACTION(WS-FOUND-SUB)
006590             MOVE "Y"        TO OUT-FIXED-SW(WS-FOUND-SUB)
006600             ADD 1 TO WS-FIXED-COUNT
006610         END-IF
006620     END-IF.
006630
006640     READ CORRECTION-FILE
006650         AT END
006660             MOVE "Y" TO WS-CORR-EOF-SW.
006670*----------------------------------------------------------------
006680 3100-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710 3200-EDIT-ONE-CORRECTION.
006720*----------------------------------------------------------------
006730*    THE SAME FIELD EDITS BUGSOL RUNS IN 2220, IN THE SAME
006740*    ORDER - THE FIRST FAILURE SETS THE REASON AND THE REST
006750*    ARE NOT ATTEMPTED. A DELETE CARRIES ONLY ITS KEY, SO ITS
006760*    OTHER FIELDS ARE NOT EDITED, EXACTLY AS THE LOAD TREATS
006770*    A DELETE TRANSACTION.
006780*----------------------------------------------------------------
006790     MOVE "N"    TO WS-CORR-ERR-SW.
006800     MOVE SPACES TO WS-CORR-REASON.
006810
006820     IF COR-ITEM-KEY = SPACES
006830         MOVE "Y"     TO WS-CORR-ERR-SW
006840         MOVE "BLANK" TO WS-CORR-REASON
006850         GO TO 3200-EXIT
006860     END-IF.
006870
006880     IF NOT COR-ACTION-VALID
006890         MOVE "Y"         TO WS-CORR-ERR-SW
006900         MOVE "BADACTION" TO WS-CORR-REASON
006910         GO TO 3200-EXIT
006920     END-IF.
006930
006940     IF COR-ACTION-DELETE
006950         GO TO 3200-EXIT
006960     END-IF.
006970
006980     IF COR-ITEM-PRICE NOT NUMERIC
006990         MOVE "Y"        TO WS-CORR-ERR-SW
007000         MOVE "BADPRICE" TO WS-CORR-REASON
007010         GO TO 3200-EXIT
007020     END-IF.
007030
007040     IF NOT COR-STATUS-VALID
007050         MOVE "Y"         TO WS-CORR-ERR-SW
007060         MOVE "BADSTATUS" TO WS-CORR-REASON
007070         GO TO 3200-EXIT
007080     END-IF.
007090
007100     IF COR-ITEM-EFF-DATE NOT NUMERIC
007110        OR NOT COR-EFF-MM-VALID
007120         MOVE "Y"       TO WS-CORR-ERR-SW
007130         MOVE "BADDATE" TO WS-CORR-REASON
007140         GO TO 3200-EXIT
007150     END-IF.
007160
007170     MOVE WS-DAYS-IN-MONTH(COR-EFF-MM) TO WS-EDIT-MAX-DD.
007180
007190     IF COR-EFF-MM = 02
007200         DIVIDE COR-EFF-CCYY BY 4
007210             GIVING WS-EDLP-QUOT REMAINDER WS-EDLP-REM4
007220         DIVIDE COR-EFF-CCYY BY 100
007230             GIVING WS-EDLP-QUOT REMAINDER WS-EDLP-REM100
007240         DIVIDE COR-EFF-CCYY BY 400
007250             GIVING WS-EDLP-QUOT REMAINDER WS-EDLP-REM400
007260         IF (WS-EDLP-REM4 = ZEROS
007270             AND WS-EDLP-REM100 NOT = ZEROS)
007280            OR WS-EDLP-REM400 = ZEROS
007290             MOVE 29 TO WS-EDIT-MAX-DD
007300         END-IF
007310     END-IF.
007320
007330     IF COR-EFF-DD = ZEROS
007340        OR COR-EFF-DD > WS-EDIT-MAX-DD
007350         MOVE "Y"       TO WS-CORR-ERR-SW
007360         MOVE "BADDATE" TO WS-CORR-REASON
007370     END-IF.
007380*----------------------------------------------------------------
007390 3200-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------
007420 4000-WRITE-RECYCLE.
007430*----------------------------------------------------------------
007440*    EMIT THE REPAIRED REJECTS AS A SELF-CONTAINED H/D.../T
007450*    BATCH UNDER THE RECYCLE BATCH ID, COUNT ON THE HEADER AND
007460*    TRAILER BOTH, SO THE FILE CONCATENATES DIRECTLY ONTO THE
007470*    NEXT BUGSOL ITEMIN AND RECONCILES AS ITS OWN BATCH.
007480*----------------------------------------------------------------
007490     OPEN OUTPUT RECYCLE-FILE.
007500
007510     MOVE SPACES TO RECYCLE-REC.
007520     MOVE "H" TO RC-REC-TYPE.
007530     MOVE WS-FIXED-COUNT TO RC-CONTROL-COUNT.
007540     MOVE "RECYCLE" TO RC-BATCH-ID.
007550     WRITE RECYCLE-REC.
007560
007570     PERFORM VARYING WS-SUB FROM 1 BY 1
007580             UNTIL WS-SUB > WS-OUT-COUNT
007590         IF OUT-FIXED(WS-SUB)
007600             MOVE SPACES TO RECYCLE-REC
007610             MOVE "D" TO RC-REC-TYPE
007620             MOVE OUT-ITEM(WS-SUB)   TO RC-DETAIL-ITEM
007630             MOVE OUT-ACTION(WS-SUB) TO RC-DETAIL-ACTION
007640             IF RC-DETAIL-PRICE NUMERIC
007650                 ADD RC-DETAIL-PRICE TO WS-RECYCLE-AMOUNT
007660             END-IF
007670             WRITE RECYCLE-REC
007680         END-IF
007690     END-PERFORM.
007700
007710     MOVE SPACES TO RECYCLE-REC.
007720     MOVE "T" TO RC-REC-TYPE.
007730     MOVE WS-FIXED-COUNT TO RC-CONTROL-COUNT.
007740     MOVE WS-RECYCLE-AMOUNT TO RC-CONTROL-AMOUNT.
007750     WRITE RECYCLE-REC.
007760
007770     CLOSE RECYCLE-FILE.
007780
007790     DISPLAY "BUGREP: REPAIRED RECORDS RECYCLED - "
007800             WS-FIXED-COUNT.
007810*----------------------------------------------------------------
007820 4000-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850 5000-WRITE-OUTSTANDING.
007860*----------------------------------------------------------------
007870*    CARRY THE STILL-UNREPAIRED REJECTS FORWARD ON A FRESH
007880*    OUTSTANDING FILE FOR THE NEXT BUGREP RUN.
007890*----------------------------------------------------------------
007900     OPEN OUTPUT OUTSTAND-OUT-FILE.
007910
007920     PERFORM VARYING WS-SUB FROM 1 BY 1
007930             UNTIL WS-SUB > WS-OUT-COUNT
007940         IF NOT OUT-FIXED(WS-SUB)
007950             MOVE SPACES TO OUTSTAND-OUT-REC
007960             MOVE OUT-INDEX(WS-SUB)    TO OO-INDEX
007970             MOVE OUT-REASON(WS-SUB)   TO OO-REASON
007980             MOVE OUT-ITEM(WS-SUB)     TO OO-ITEM
007990             MOVE OUT-ACTION(WS-SUB)   TO OO-ACTION
008000             MOVE OUT-RUN-DATE(WS-SUB) TO OO-RUN-DATE
008010             MOVE OUT-BATCH-ID(WS-SUB) TO OO-BATCH-ID
008020             WRITE OUTSTAND-OUT-REC
008030             ADD 1 TO WS-UNFIXED-COUNT
008040         END-IF
008050     END-PERFORM.
008060
008070     CLOSE OUTSTAND-OUT-FILE.
008080
008090     DISPLAY "BUGREP: REJECTS STILL OUTSTANDING - "
008100             WS-UNFIXED-COUNT.
008110*----------------------------------------------------------------
008120 5000-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------
008150 6000-AGING-REPORT.
008160*----------------------------------------------------------------
008170*    LIST EVERY UNREPAIRED REJECT OLDER THAN THE AGING LIMIT
008180*    FROM THE PARM CARD SO THE MANUAL-REKEY BACKLOG IS VISIBLE
008190*    BEFORE THE ITEMS ARE LOST FOR GOOD. AGES ARE IN BUSINESS
008200*    DAYS - THE OPEN DAYS AFTER THE REJECT'S RUN DATE UP TO AND
008210*    INCLUDING TODAY.
008220*----------------------------------------------------------------
008230     DISPLAY "BUGREP: AGING REPORT - REJECTS UNREPAIRED AFTER "
008240             WS-AGING-DAYS " BUSINESS DAYS".
008250
008260     PERFORM 6100-AGE-ONE-REJECT
008270         THRU 6100-EXIT
008280         VARYING WS-SUB FROM 1 BY 1
008290         UNTIL WS-SUB > WS-OUT-COUNT.
008300
008310     DISPLAY "BUGREP: REJECTS PAST THE AGING LIMIT - "
008320             WS-AGED-COUNT.
008330*----------------------------------------------------------------
008340 6000-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370 6100-AGE-ONE-REJECT.
008380*----------------------------------------------------------------
008390     IF OUT-FIXED(WS-SUB)
008400         GO TO 6100-EXIT.
008410
008420     MOVE OUT-RUN-DATE(WS-SUB) TO WS-CNV-DATE.
008430     PERFORM 8100-DATE-TO-DAYS
008440         THRU 8100-EXIT.
008450     MOVE WS-CNV-DAYS TO WS-CAL-TEST-DAYS.
008460     PERFORM 8400-BUSINESS-ORDINAL
008470         THRU 8400-EXIT.
008480
008490     IF WS-CAL-ORDINAL > WS-TODAY-ORDINAL
008500         MOVE ZEROS TO WS-REJECT-AGE
008510     ELSE
008520         COMPUTE WS-REJECT-AGE =
008530             WS-TODAY-ORDINAL - WS-CAL-ORDINAL
008540     END-IF.
008550
008560     IF WS-REJECT-AGE > WS-AGING-DAYS
008570         ADD 1 TO WS-AGED-COUNT
008580         DISPLAY "BUGREP:   AGED " WS-REJECT-AGE
008590                 " BUSINESS DAYS - RUN DATE " OUT-RUN-DATE(WS-SUB)
008600                 " INDEX " OUT-INDEX(WS-SUB)
008610                 " REASON " OUT-REASON(WS-SUB)
008620                 " BATCH " OUT-BATCH-ID(WS-SUB)
008630                 " ITEM " OUT-ITEM(WS-SUB)
008640     END-IF.
008650*----------------------------------------------------------------
008660 6100-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690 8100-DATE-TO-DAYS.
008700*----------------------------------------------------------------
008710*    CONVERT THE YYMMDD DATE IN WS-CNV-DATE TO A SERIAL DAY
008720*    NUMBER IN WS-CNV-DAYS. YEARS BELOW 50 WINDOW INTO 20XX,
008730*    THE REST INTO 19XX. LEAP DAYS THROUGH THE END OF THE
008740*    PRIOR YEAR ARE COUNTED WITH THE USUAL /4 - /100 + /400
008750*    RULE APPLIED TO THE PRIOR YEAR - DIVIDING THE CURRENT
008760*    YEAR WOULD BANK ITS OWN LEAP DAY ON 1 JANUARY AND THE
008770*    MARCH-ONWARD ADD BELOW WOULD THEN COUNT IT TWICE - AND
008780*    THE CURRENT YEAR'S LEAP DAY IS ADDED ONCE MARCH IS
008790*    REACHED.
008800*----------------------------------------------------------------
008810     IF WS-CNV-YY < 50
008820         COMPUTE WS-CNV-CCYY = 2000 + WS-CNV-YY
008830     ELSE
008840         COMPUTE WS-CNV-CCYY = 1900 + WS-CNV-YY
008850     END-IF.
008860
008870     COMPUTE WS-CNV-DAYS = WS-CNV-CCYY * 365.
008880     COMPUTE WS-CNV-PRIOR-YR = WS-CNV-CCYY - 1.
008890     DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-QUOT.
008900     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
008910     DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-QUOT.
008920     SUBTRACT WS-CNV-QUOT FROM WS-CNV-DAYS.
008930     DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-QUOT.
008940     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
008950
008960     ADD WS-MONTH-OFFSET(WS-CNV-MM) TO WS-CNV-DAYS.
008970     ADD WS-CNV-DD                  TO WS-CNV-DAYS.
008980
008990     MOVE "N" TO WS-CNV-LEAP-SW.
009000     DIVIDE WS-CNV-CCYY BY 4
009010         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
009020     IF WS-CNV-REM = ZEROS
009030         MOVE "Y" TO WS-CNV-LEAP-SW
009040     END-IF.
009050     DIVIDE WS-CNV-CCYY BY 100
009060         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
009070     IF WS-CNV-REM = ZEROS
009080         MOVE "N" TO WS-CNV-LEAP-SW
009090     END-IF.
009100     DIVIDE WS-CNV-CCYY BY 400
009110         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
009120     IF WS-CNV-REM = ZEROS
009130         MOVE "Y" TO WS-CNV-LEAP-SW
009140     END-IF.
009150
009160     IF WS-CNV-LEAP AND WS-CNV-MM > 02
009170         ADD 1 TO WS-CNV-DAYS
009180     END-IF.
009190*----------------------------------------------------------------
009200 8100-EXIT.
009210     EXIT.
009220*----------------------------------------------------------------
009230 8200-LOAD-CALENDAR.
009240*----------------------------------------------------------------
009250*    LOAD EVERY HOLIDAY AND CLOSURE THAT FALLS ON A WEEKDAY AS
009260*    A SERIAL DAY NUMBER - A WEEKEND ENTRY CHANGES NOTHING. A
009270*    CALENDAR WITH NO ENTRIES FOR THE CURRENT YEAR HAS NOT BEEN
009280*    MAINTAINED, AND EVERY BUSINESS-DAY DECISION MADE FROM IT
009290*    WOULD BE WRONG, SO THE RUN IS REFUSED RC=16. AN ENTRY
009300*    THAT IS NOT A DATE IS IGNORED WITH A WARNING.
009310*----------------------------------------------------------------
009320     OPEN INPUT CALENDAR-FILE.
009330
009340     IF WS-CAL-NOT-FOUND
009350         DISPLAY "BUGREP: *** NO BUSINESS-DAY CALENDAR ON "
009360                 "CATALOG - REFUSING TO RUN ***"
009370         MOVE 16 TO RETURN-CODE
009380         STOP RUN
009390     END-IF.
009400
009410     IF NOT WS-CAL-FS-OK
009420         DISPLAY "BUGREP: OPEN OF BUSINESS-DAY CALENDAR FAILED - "
009430                 "STATUS " WS-CAL-FS " - ABENDING"
009440         MOVE 16 TO RETURN-CODE
009450         STOP RUN
009460     END-IF.
009470
009480     READ CALENDAR-FILE
009490         AT END
009500             MOVE "Y" TO WS-CAL-EOF-SW.
009510
009520     PERFORM 8210-LOAD-ONE-CAL-DATE
009530         THRU 8210-EXIT
009540         UNTIL WS-CAL-EOF.
009550
009560     CLOSE CALENDAR-FILE.
009570
009580     IF WS-CAL-YEAR-COUNT = ZEROS
009590         DISPLAY "BUGREP: *** BUSINESS-DAY CALENDAR HAS NO "
009600                 "ENTRIES FOR " WS-CAL-CCYY
009610                 " - REFUSING TO RUN ***"
009620         DISPLAY "BUGREP: *** ADD THE YEAR'S HOLIDAYS AND "
009630                 "CLOSURES TO THE CALENDAR AND RESUBMIT ***"
009640         MOVE 16 TO RETURN-CODE
009650         STOP RUN
009660     END-IF.
009670
009680     DISPLAY "BUGREP: CALENDAR ENTRIES READ - " WS-CAL-READ-COUNT
009690             " - FOR " WS-CAL-CCYY " - " WS-CAL-YEAR-COUNT.
009700*----------------------------------------------------------------
009710 8200-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740 8210-LOAD-ONE-CAL-DATE.
009750*----------------------------------------------------------------
009760     ADD 1 TO WS-CAL-READ-COUNT.
009770
009780     IF CAL-DATE NOT NUMERIC
009790        OR NOT CAL-MM-VALID
009800        OR NOT CAL-DD-VALID
009810        OR NOT CAL-TYPE-VALID
009820         DISPLAY "BUGREP: CALENDAR ENTRY " CALENDAR-REC(1:39)
009830                 " IS NOT A HOLIDAY OR CLOSURE DATE - IGNORED"
009840         IF RETURN-CODE < 4
009850             MOVE 4 TO RETURN-CODE
009860         END-IF
009870         GO TO 8210-READ
009880     END-IF.
009890
009900     IF CAL-CCYY = WS-CAL-CCYY
009910         ADD 1 TO WS-CAL-YEAR-COUNT
009920     END-IF.
009930
009940     MOVE CAL-YYMMDD TO WS-CNV-DATE.
009950     PERFORM 8100-DATE-TO-DAYS
009960         THRU 8100-EXIT.
009970
009980     DIVIDE WS-CNV-DAYS BY 7
009990         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
010000
010010     IF WS-DOW-REM < 2
010020         GO TO 8210-READ
010030     END-IF.
010040
010050     IF WS-CAL-COUNT NOT < 500
010060         DISPLAY "BUGREP: BUSINESS-DAY CALENDAR HOLDS MORE THAN "
010070                 "500 WEEKDAY CLOSURES - ABENDING"
010080         MOVE 16 TO RETURN-CODE
010090         STOP RUN
010100     END-IF.
010110
010120     ADD 1 TO WS-CAL-COUNT.
010130     MOVE WS-CNV-DAYS TO WS-CAL-CLOSED-DAYS(WS-CAL-COUNT).
010140
010150 8210-READ.
010160     READ CALENDAR-FILE
010170         AT END
010180             MOVE "Y" TO WS-CAL-EOF-SW.
010190*----------------------------------------------------------------
010200 8210-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230 8400-BUSINESS-ORDINAL.
010240*----------------------------------------------------------------
010250*    COUNT THE OPEN DAYS UP TO AND INCLUDING THE SERIAL DAY IN
010260*    WS-CAL-TEST-DAYS. EVERY SERIAL WEEK STARTS ON A SATURDAY,
010270*    SO EACH WHOLE WEEK GIVES FIVE WEEKDAYS AND A PART WEEK GIVES
010280*    ONE FOR EACH DAY FROM MONDAY ON; THE WEEKDAY CLOSURES ON OR
010290*    BEFORE THE DAY ARE THEN TAKEN OFF. RESULT IN WS-CAL-ORDINAL.
010300*----------------------------------------------------------------
010310     DIVIDE WS-CAL-TEST-DAYS BY 7
010320         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
010330
010340     COMPUTE WS-CAL-ORDINAL = WS-DOW-QUOT * 5.
010350
010360     IF WS-DOW-REM > 1
010370         COMPUTE WS-CAL-ORDINAL =
010380             WS-CAL-ORDINAL + WS-DOW-REM - 1
010390     END-IF.
010400
010410     PERFORM 8410-COUNT-ONE-CLOSURE
010420         THRU 8410-EXIT
010430         VARYING WS-CAL-SUB FROM 1 BY 1
010440         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
010450*----------------------------------------------------------------
010460 8400-EXIT.
010470     EXIT.
010480*----------------------------------------------------------------
010490 8410-COUNT-ONE-CLOSURE.
010500*----------------------------------------------------------------
010510     IF WS-CAL-CLOSED-DAYS(WS-CAL-SUB) NOT > WS-CAL-TEST-DAYS
010520         SUBTRACT 1 FROM WS-CAL-ORDINAL
010530     END-IF.
010540*----------------------------------------------------------------
010550 8410-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------
010580 9100-STAMP-RUNCTL-START.
010590*----------------------------------------------------------------
010600*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
010610*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
010620*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
010630*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
010640*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
010650*----------------------------------------------------------------
010660     OPEN OUTPUT RUN-CONTROL-FILE.
010670     MOVE "BUGREPJ"  TO RCL-JOB-NAME.
010680     MOVE "BUGREP"   TO RCL-PROGRAM.
010690     MOVE "START"    TO RCL-EVENT.
010700     ACCEPT RCL-RUN-DATE FROM DATE.
010710     ACCEPT RCL-RUN-TIME FROM TIME.
010720     MOVE ZEROS TO RCL-RETURN-CODE.
010730     WRITE RUN-CONTROL-REC.
010740     CLOSE RUN-CONTROL-FILE.
010750*----------------------------------------------------------------
010760 9100-EXIT.
010770     EXIT.
010780*----------------------------------------------------------------
010790 9200-STAMP-RUNCTL-END.
010800*----------------------------------------------------------------
010810*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
010820*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
010830*    ABENDED ONE.
010840*----------------------------------------------------------------
010850     OPEN OUTPUT RUN-CONTROL-FILE.
010860     MOVE "BUGREPJ"  TO RCL-JOB-NAME.
010870     MOVE "BUGREP"   TO RCL-PROGRAM.
010880     MOVE "END"      TO RCL-EVENT.
010890     ACCEPT RCL-RUN-DATE FROM DATE.
010900     ACCEPT RCL-RUN-TIME FROM TIME.
010910     MOVE RETURN-CODE TO RCL-RETURN-CODE.
010920     WRITE RUN-CONTROL-REC.
010930     CLOSE RUN-CONTROL-FILE.
010940*----------------------------------------------------------------
010950 9200-EXIT.
010960     EXIT.
010970*----------------------------------------------------------------
010980 9999-TERMINATE.
010990*----------------------------------------------------------------
011000     DISPLAY "BUGREP: RUN COMPLETE".
011010     PERFORM 9200-STAMP-RUNCTL-END
011020         THRU 9200-EXIT.
011030
011040     STOP RUN.
011050*----------------------------------------------------------------
011060 9999-EXIT.
011070     EXIT.
