000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGMPC.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-13.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-13  RH  ORIGINAL MASS PRICE-CHANGE GENERATOR. THE
000120*                 PRICING DESK NO LONGER KEYS HUNDREDS OF SINGLE
000130*                 C-ACTION CARDS FOR A RANGE INCREASE. UP TO FIVE
000140*                 STACKED CHANGE CARDS EACH CARRY THE BUGEXT
000150*                 SELECTION FIELDS (STATUS, BATCH ID, PRICE,
000160*                 EFFECTIVE-DATE, AND KEY RANGES) PLUS A PERCENT
000170*                 OR FLAT-AMOUNT CHANGE, A ROUNDING RULE (NEAREST
000180*                 CENT OR .99 ENDINGS), AND THE EFFECTIVE DATE
000190*                 THE NEW PRICE TAKES. ONE SEQUENTIAL PASS OVER
000200*                 THE MASTER PRICES EVERY MATCHING ITEM BY THE
000210*                 FIRST CARD IT MATCHES, PRINTS THE PREVIEW (OLD
000220*                 PRICE, NEW PRICE, VARIANCE) FOR APPROVAL, AND
000230*                 WRITES ONE FRAMED H/D.../T MAINTENANCE BATCH
000240*                 UNDER BATCH ID MASSPRC - HEADER COUNT, TRAILER
000250*                 COUNT AND MONEY HASH - THAT THE NIGHT TAKES
000260*                 THROUGH PENDING, EDIT, AND THE BUGSOL PRICE
000270*                 TOLERANCE LIKE ANY OFFICE'S FILE ONCE IT IS
000280*                 RELEASED ONTO THE PENDING STEP'S ITEMIN.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CHANGE-CARD-FILE
000370         ASSIGN TO CHGIN
000380         ORGANIZATION IS SEQUENTIAL.
000390*
000400     SELECT ITEM-MASTER-FILE
000410         ASSIGN TO ITEMMSTR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS IM-ITEM-KEY
000450         FILE STATUS IS WS-MASTER-FS.
000460*
000470     SELECT DETAIL-WORK-FILE
000480         ASSIGN TO MPCWORK
000490         ORGANIZATION IS SEQUENTIAL.
000500*
000510     SELECT PRICE-BATCH-FILE
000520         ASSIGN TO PRCBAT
000530         ORGANIZATION IS SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CHANGE-CARD-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  CHANGE-CARD-REC.
000610     05  CC-STATUS               PIC X(01).
000620     05  CC-BATCH-ID             PIC X(08).
000630     05  CC-PRICE-LO             PIC X(07).
000640     05  CC-PRICE-LO-N REDEFINES CC-PRICE-LO
000650                                 PIC 9(05)V99.
000660     05  CC-PRICE-HI             PIC X(07).
000670     05  CC-PRICE-HI-N REDEFINES CC-PRICE-HI
000680                                 PIC 9(05)V99.
000690     05  CC-DATE-LO              PIC X(08).
000700     05  CC-DATE-LO-N REDEFINES CC-DATE-LO
000710                                 PIC 9(08).
000720     05  CC-DATE-HI              PIC X(08).
000730     05  CC-DATE-HI-N REDEFINES CC-DATE-HI
000740                                 PIC 9(08).
000750     05  CC-KEY-LO               PIC X(10).
000760     05  CC-KEY-HI               PIC X(10).
000770     05  CC-CHG-TYPE             PIC X(01).
000780         88  CC-PERCENT                      VALUE "P".
000790         88  CC-AMOUNT                       VALUE "A".
000800     05  CC-CHG-SIGN             PIC X(01).
000810         88  CC-INCREASE                     VALUE "+" " ".
000820         88  CC-DECREASE                     VALUE "-".
000830     05  CC-CHG-VALUE            PIC X(07).
000840     05  CC-CHG-VALUE-N REDEFINES CC-CHG-VALUE
000850                                 PIC 9(05)V99.
000860     05  CC-ROUNDING             PIC X(01).
000870         88  CC-ROUND-CENT                   VALUE "C" " ".
000880         88  CC-ROUND-99                     VALUE "9".
000890     05  CC-EFF-DATE             PIC X(08).
000900     05  CC-EFF-DATE-N REDEFINES CC-EFF-DATE
000910                                 PIC 9(08).
000920     05  FILLER REDEFINES CC-EFF-DATE.
000930         10  CC-EFF-CCYY         PIC X(04).
000940         10  CC-EFF-MM           PIC 9(02).
000950             88  CC-EFF-MM-VALID         VALUE 01 THRU 12.
000960         10  CC-EFF-DD           PIC 9(02).
000970             88  CC-EFF-DD-VALID         VALUE 01 THRU 31.
000980     05  FILLER                  PIC X(03).
000990*
001000 FD  ITEM-MASTER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  ITEM-MASTER-REC.
001030     05  IM-ITEM.
001040         10  IM-ITEM-KEY         PIC X(10).
001050         10  IM-ITEM-DESC        PIC X(20).
001060         10  IM-ITEM-PRICE       PIC 9(05)V99.
001070         10  IM-ITEM-STATUS      PIC X(01).
001080         10  IM-ITEM-EFF-DATE    PIC 9(08).
001090     05  IM-BATCH-ID             PIC X(08).
001100     05  FILLER                  PIC X(26).
001110*
001120 FD  DETAIL-WORK-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  DETAIL-WORK-REC             PIC X(80).
001160*
001170 FD  PRICE-BATCH-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  PRICE-BATCH-REC.
001210     05  PB-REC-TYPE              PIC X(01).
001220     05  PB-REC-BODY              PIC X(79).
001230     05  PB-CONTROL-BODY REDEFINES PB-REC-BODY.
001240         10  PB-CONTROL-COUNT     PIC 9(05).
001250         10  PB-BATCH-ID          PIC X(08).
001260         10  PB-CONTROL-AMOUNT    PIC 9(09)V99.
001270         10  FILLER               PIC X(55).
001280     05  PB-DETAIL-BODY REDEFINES PB-REC-BODY.
001290         10  PB-DETAIL-ITEM.
001300             15  PB-ITEM-KEY      PIC X(10).
001310             15  PB-ITEM-DESC     PIC X(20).
001320             15  PB-ITEM-PRICE    PIC 9(05)V99.
001330             15  PB-ITEM-STATUS   PIC X(01).
001340             15  PB-ITEM-EFF-DATE PIC 9(08).
001350         10  PB-DETAIL-ACTION     PIC X(01).
001360         10  FILLER               PIC X(32).
001370*
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------------
001400* SWITCHES AND COUNTERS
001410*----------------------------------------------------------------
001420 01  WS-SWITCHES.
001430     05  WS-CARD-EOF-SW          PIC X(01)   VALUE "N".
001440         88  WS-CARD-EOF                     VALUE "Y".
001450     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001460         88  WS-MASTER-EOF                   VALUE "Y".
001470     05  WS-WORK-EOF-SW          PIC X(01)   VALUE "N".
001480         88  WS-WORK-EOF                     VALUE "Y".
001490     05  WS-MASTER-FS            PIC X(02)   VALUE "00".
001500         88  WS-MASTER-FS-OK                 VALUE "00".
001510*
001520 01  WS-AREA.
001530     05  WS-MPC-BATCH-ID         PIC X(08)   VALUE "MASSPRC".
001540     05  WS-MASTER-COUNT         PIC 9(06)   VALUE ZEROS.
001550     05  WS-MATCHED-COUNT        PIC 9(06)   VALUE ZEROS.
001560     05  WS-CHANGED-COUNT        PIC 9(05)   VALUE ZEROS.
001570     05  WS-SAME-COUNT           PIC 9(06)   VALUE ZEROS.
001580     05  WS-EXCEPT-COUNT         PIC 9(06)   VALUE ZEROS.
001590     05  WS-FRAMED-COUNT         PIC 9(05)   VALUE ZEROS.
001600     05  WS-REQ-SUB              PIC 9(01)   VALUE ZEROS.
001610     05  WS-FOUND-SUB            PIC 9(01)   VALUE ZEROS.
001620     05  WS-HASH-AMOUNT          PIC 9(09)V99 VALUE ZEROS.
001630     05  WS-OLD-TOTAL            PIC 9(09)V99 VALUE ZEROS.
001640     05  WS-NEW-TOTAL            PIC 9(09)V99 VALUE ZEROS.
001650     05  WS-NET-VARIANCE         PIC S9(09)V99 VALUE ZEROS.
001660*
001670*----------------------------------------------------------------
001680* PRICING WORK FIELDS - SIGNED AND WIDE ENOUGH THAT A CHANGE
001690* WHICH DRIVES A PRICE BELOW ZERO OR PAST THE 99999.99 FIELD
001700* CAN BE SEEN AND REFUSED RATHER THAN TRUNCATED.
001710*----------------------------------------------------------------
001720 01  WS-PRICE-AREA.
001730     05  WS-NEW-PRICE            PIC S9(07)V99 VALUE ZEROS.
001740     05  WS-NEW-DOLLARS          PIC S9(07)  VALUE ZEROS.
001750     05  WS-VARIANCE             PIC S9(07)V99 VALUE ZEROS.
001760     05  WS-VAR-PCT              PIC S9(05)V99 VALUE ZEROS.
001770     05  WS-CHG-VALUE-DSP        PIC ZZZZ9.99-.
001780*
001790*----------------------------------------------------------------
001800* CHANGE REQUEST TABLE - ONE ENTRY PER CARD. THE SELECTION
001810* FIELDS ARE VALIDATED AND EDGE-FILLED EXACTLY AS BUGEXT DOES
001820* (AN OMITTED BOUND BECOMES THE WIDEST VALUE); THE CHANGE VALUE
001830* IS CARRIED SIGNED SO A DECREASE IS A NEGATIVE ADJUSTMENT.
001840*----------------------------------------------------------------
001850 01  WS-REQUEST-AREA.
001860     05  WS-REQ-COUNT            PIC 9(01)   VALUE ZEROS.
001870     05  WS-REQ-TBL.
001880         10  WS-REQ-ENTRY OCCURS 5 TIMES.
001890             15  REQ-STATUS          PIC X(01).
001900             15  REQ-BATCH-ID        PIC X(08).
001910             15  REQ-PRICE-LO        PIC 9(05)V99.
001920             15  REQ-PRICE-HI        PIC 9(05)V99.
001930             15  REQ-DATE-LO         PIC 9(08).
001940             15  REQ-DATE-HI         PIC 9(08).
001950             15  REQ-KEY-LO          PIC X(10).
001960             15  REQ-KEY-HI          PIC X(10).
001970             15  REQ-CHG-TYPE        PIC X(01).
001980                 88  REQ-PERCENT             VALUE "P".
001990                 88  REQ-AMOUNT              VALUE "A".
002000             15  REQ-CHG-VALUE       PIC S9(05)V99.
002010             15  REQ-ROUNDING        PIC X(01).
002020                 88  REQ-ROUND-99            VALUE "9".
002030             15  REQ-EFF-DATE        PIC 9(08).
002040             15  REQ-HIT-COUNT       PIC 9(06).
002050             15  REQ-CHANGED-COUNT   PIC 9(06).
002060             15  REQ-SAME-COUNT      PIC 9(06).
002070             15  REQ-EXCEPT-COUNT    PIC 9(06).
002080*
002090*----------------------------------------------------------------
002100* PREVIEW REPORT LINES
002110*----------------------------------------------------------------
002120 01  WS-PRV-HEAD.
002130     05  FILLER                  PIC X(02)   VALUE SPACES.
002140     05  FILLER                  PIC X(04)   VALUE "CARD".
002150     05  FILLER                  PIC X(02)   VALUE SPACES.
002160     05  FILLER                  PIC X(10)   VALUE "ITEM KEY".
002170     05  FILLER                  PIC X(02)   VALUE SPACES.
002180     05  FILLER                  PIC X(20)   VALUE "DESCRIPTION".
002190     05  FILLER                  PIC X(11)   VALUE "  OLD PRICE".
002200     05  FILLER                  PIC X(11)   VALUE "  NEW PRICE".
002210     05  FILLER                  PIC X(13)
002220         VALUE "     VARIANCE".
002230     05  FILLER                  PIC X(10)   VALUE "       PCT".
002240     05  FILLER                  PIC X(10)   VALUE "  EFF DATE".
002250     05  FILLER                  PIC X(39)   VALUE SPACES.
002260*
002270 01  WS-PRV-LINE.
002280     05  FILLER                  PIC X(02)   VALUE SPACES.
002290     05  PV-CARD                 PIC ZZZ9.
002300     05  FILLER                  PIC X(02)   VALUE SPACES.
002310     05  PV-KEY                  PIC X(10).
002320     05  FILLER                  PIC X(02)   VALUE SPACES.
002330     05  PV-DESC                 PIC X(20).
002340     05  FILLER                  PIC X(02)   VALUE SPACES.
002350     05  PV-OLD-PRICE            PIC ZZ,ZZ9.99.
002360     05  FILLER                  PIC X(02)   VALUE SPACES.
002370     05  PV-NEW-PRICE            PIC ZZ,ZZ9.99.
002380     05  FILLER                  PIC X(02)   VALUE SPACES.
002390     05  PV-VARIANCE             PIC ZZZ,ZZ9.99-.
002400     05  FILLER                  PIC X(01)   VALUE SPACES.
002410     05  PV-VAR-PCT              PIC ZZZZ9.99-.
002420     05  FILLER                  PIC X(02)   VALUE SPACES.
002430     05  PV-EFF-DATE             PIC 9(08).
002440     05  FILLER                  PIC X(02)   VALUE SPACES.
002450     05  PV-TEXT                 PIC X(37)   VALUE SPACES.
002460*
002470 01  WS-PRV-TOTAL-LINE.
002480     05  FILLER                  PIC X(02)   VALUE SPACES.
002490     05  PT-LABEL                PIC X(38).
002500     05  PT-OLD-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
002510     05  FILLER                  PIC X(02)   VALUE SPACES.
002520     05  PT-NEW-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
002530     05  FILLER                  PIC X(02)   VALUE SPACES.
002540     05  PT-VARIANCE             PIC ZZZ,ZZZ,ZZ9.99-.
002550     05  FILLER                  PIC X(45)   VALUE SPACES.
002560*
002570 PROCEDURE DIVISION.
002580*----------------------------------------------------------------
002590 0000-MAINLINE.
002600*----------------------------------------------------------------
002610     PERFORM 1000-LOAD-CHANGE-CARDS
002620         THRU 1000-EXIT.
002630
002640     PERFORM 2000-PRICING-PASS
002650         THRU 2000-EXIT.
002660
002670     PERFORM 5000-FRAME-BATCH
002680         THRU 5000-EXIT.
002690
002700     PERFORM 6000-PRINT-SUMMARY
002710         THRU 6000-EXIT.
002720
002730     PERFORM 9999-TERMINATE
002740         THRU 9999-EXIT.
002750*----------------------------------------------------------------
002760 1000-LOAD-CHANGE-CARDS.
002770*----------------------------------------------------------------
002780*    LOAD THE STACKED CHANGE CARDS. ANY CARD THAT CANNOT BE
002790*    PRICED EXACTLY AS WRITTEN - A NON-NUMERIC BOUND OR VALUE,
002800*    AN UNKNOWN CHANGE TYPE, SIGN, OR ROUNDING RULE, A MISSING
002810*    OR IMPOSSIBLE EFFECTIVE DATE - ABENDS THE RUN BEFORE THE
002820*    MASTER IS TOUCHED, SO A HALF-RIGHT BATCH IS NEVER WRITTEN.
002830*----------------------------------------------------------------
002840     OPEN INPUT CHANGE-CARD-FILE.
002850
002860     READ CHANGE-CARD-FILE
002870         AT END
002880             MOVE "Y" TO WS-CARD-EOF-SW.
002890
002900     PERFORM 1100-LOAD-ONE-CARD
002910         THRU 1100-EXIT
002920         UNTIL WS-CARD-EOF.
002930
002940     CLOSE CHANGE-CARD-FILE.
002950
002960     IF WS-REQ-COUNT = ZEROS
002970         DISPLAY "BUGMPC: NO CHANGE CARDS SUPPLIED - "
002980                 "ABENDING"
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020
003030     DISPLAY "BUGMPC: CHANGE REQUESTS LOADED - "
003040             WS-REQ-COUNT.
003050*----------------------------------------------------------------
003060 1000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090 1100-LOAD-ONE-CARD.
003100*----------------------------------------------------------------
003110     IF CHANGE-CARD-REC = SPACES
003120         GO TO 1100-READ
003130     END-IF.
003140
003150     IF WS-REQ-COUNT = 5
003160         DISPLAY "BUGMPC: MORE THAN 5 CHANGE CARDS - "
003170                 "ABENDING"
003180         MOVE 16 TO RETURN-CODE
003190         CLOSE CHANGE-CARD-FILE
003200         STOP RUN
003210     END-IF.
003220
003230     IF (CC-PRICE-LO NOT = SPACES AND CC-PRICE-LO-N NOT NUMERIC)
003240        OR (CC-PRICE-HI NOT = SPACES
003250            AND CC-PRICE-HI-N NOT NUMERIC)
003260        OR (CC-DATE-LO NOT = SPACES AND CC-DATE-LO-N NOT NUMERIC)
003270        OR (CC-DATE-HI NOT = SPACES AND CC-DATE-HI-N NOT NUMERIC)
003280         DISPLAY "BUGMPC: A CHANGE CARD CARRIES A "
003290                 "NON-NUMERIC PRICE OR DATE BOUND - ABENDING"
003300         DISPLAY "BUGMPC:   CARD IMAGE [" CHANGE-CARD-REC "]"
003310         MOVE 16 TO RETURN-CODE
003320         CLOSE CHANGE-CARD-FILE
003330         STOP RUN
003340     END-IF.
003350
003360     IF NOT (CC-PERCENT OR CC-AMOUNT)
003370        OR NOT (CC-INCREASE OR CC-DECREASE)
003380        OR NOT (CC-ROUND-CENT OR CC-ROUND-99)
003390        OR CC-CHG-VALUE-N NOT NUMERIC
003400        OR CC-CHG-VALUE-N = ZEROS
003410        OR (CC-PERCENT AND CC-DECREASE
003420            AND CC-CHG-VALUE-N NOT < 100)
003430         DISPLAY "BUGMPC: A CHANGE CARD CARRIES AN INVALID "
003440                 "CHANGE TYPE, SIGN, VALUE, OR ROUNDING RULE "
003450                 "- ABENDING"
003460         DISPLAY "BUGMPC:   CARD IMAGE [" CHANGE-CARD-REC "]"
003470         MOVE 16 TO RETURN-CODE
003480         CLOSE CHANGE-CARD-FILE
003490         STOP RUN
003500     END-IF.
003510
003520     IF CC-EFF-DATE-N NOT NUMERIC
003530        OR NOT CC-EFF-MM-VALID
003540        OR NOT CC-EFF-DD-VALID
003550         DISPLAY "BUGMPC: A CHANGE CARD CARRIES A MISSING OR "
003560                 "INVALID EFFECTIVE DATE - ABENDING"
003570         DISPLAY "BUGMPC:   CARD IMAGE [" CHANGE-CARD-REC "]"
003580         MOVE 16 TO RETURN-CODE
003590         CLOSE CHANGE-CARD-FILE
003600         STOP RUN
003610     END-IF.
003620
003630     ADD 1 TO WS-REQ-COUNT.
003640
003650     MOVE CC-STATUS   TO REQ-STATUS(WS-REQ-COUNT).
003660     MOVE CC-BATCH-ID TO REQ-BATCH-ID(WS-REQ-COUNT).
003670
003680     IF CC-PRICE-LO = SPACES
003690         MOVE ZEROS TO REQ-PRICE-LO(WS-REQ-COUNT)
003700     ELSE
003710         MOVE CC-PRICE-LO-N TO REQ-PRICE-LO(WS-REQ-COUNT)
003720     END-IF.
003730
003740     IF CC-PRICE-HI = SPACES
003750         MOVE 99999.99 TO REQ-PRICE-HI(WS-REQ-COUNT)
003760     ELSE
003770         MOVE CC-PRICE-HI-N TO REQ-PRICE-HI(WS-REQ-COUNT)
003780     END-IF.
003790
003800     IF CC-DATE-LO = SPACES
003810         MOVE ZEROS TO REQ-DATE-LO(WS-REQ-COUNT)
003820     ELSE
003830         MOVE CC-DATE-LO-N TO REQ-DATE-LO(WS-REQ-COUNT)
003840     END-IF.
003850
003860     IF CC-DATE-HI = SPACES
003870         MOVE 99999999 TO REQ-DATE-HI(WS-REQ-COUNT)
003880     ELSE
003890         MOVE CC-DATE-HI-N TO REQ-DATE-HI(WS-REQ-COUNT)
003900     END-IF.
003910
003920     IF CC-KEY-LO = SPACES
003930         MOVE LOW-VALUES TO REQ-KEY-LO(WS-REQ-COUNT)
003940     ELSE
003950         MOVE CC-KEY-LO TO REQ-KEY-LO(WS-REQ-COUNT)
003960     END-IF.
003970
003980     IF CC-KEY-HI = SPACES
003990         MOVE HIGH-VALUES TO REQ-KEY-HI(WS-REQ-COUNT)
004000     ELSE
004010         MOVE CC-KEY-HI TO REQ-KEY-HI(WS-REQ-COUNT)
004020     END-IF.
004030
004040     MOVE CC-CHG-TYPE TO REQ-CHG-TYPE(WS-REQ-COUNT).
004050     IF CC-DECREASE
004060         COMPUTE REQ-CHG-VALUE(WS-REQ-COUNT) =
004070             ZERO - CC-CHG-VALUE-N
004080     ELSE
004090         MOVE CC-CHG-VALUE-N TO REQ-CHG-VALUE(WS-REQ-COUNT)
004100     END-IF.
004110
004120     MOVE CC-ROUNDING   TO REQ-ROUNDING(WS-REQ-COUNT).
004130     MOVE CC-EFF-DATE-N TO REQ-EFF-DATE(WS-REQ-COUNT).
004140     MOVE ZEROS         TO REQ-HIT-COUNT(WS-REQ-COUNT)
004150                           REQ-CHANGED-COUNT(WS-REQ-COUNT)
004160                           REQ-SAME-COUNT(WS-REQ-COUNT)
004170                           REQ-EXCEPT-COUNT(WS-REQ-COUNT).
004180
004190 1100-READ.
004200     READ CHANGE-CARD-FILE
004210         AT END
004220             MOVE "Y" TO WS-CARD-EOF-SW.
004230*----------------------------------------------------------------
004240 1100-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270 2000-PRICING-PASS.
004280*----------------------------------------------------------------
004290*    ONE SEQUENTIAL PASS OVER THE KEYED MASTER. EACH ITEM IS
004300*    PRICED BY THE FIRST CARD IT MATCHES - A BATCH MAY CARRY
004310*    ONLY ONE CHANGE PER KEY, SO OVERLAPPING CARDS DO NOT
004320*    COMPOUND. THE DETAILS ARE STAGED ON THE MPCWORK FILE,
004330*    ALREADY IN KEY ORDER, UNTIL THE COUNT THE HEADER NEEDS IS
004340*    KNOWN.
004350*----------------------------------------------------------------
004360     OPEN INPUT ITEM-MASTER-FILE.
004370
004380     IF NOT WS-MASTER-FS-OK
004390         DISPLAY "BUGMPC: OPEN OF ITEM MASTER FAILED - STATUS "
004400                 WS-MASTER-FS " - ABENDING"
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440
004450     OPEN OUTPUT DETAIL-WORK-FILE.
004460
004470     DISPLAY "BUGMPC: PRICE CHANGE PREVIEW - BATCH "
004480             WS-MPC-BATCH-ID.
004490     DISPLAY WS-PRV-HEAD.
004500
004510     READ ITEM-MASTER-FILE
004520         AT END
004530             MOVE "Y" TO WS-MASTER-EOF-SW.
004540
004550     PERFORM 3000-PRICE-ONE-RECORD
004560         THRU 3000-EXIT
004570         UNTIL WS-MASTER-EOF.
004580
004590     CLOSE ITEM-MASTER-FILE
004600           DETAIL-WORK-FILE.
004610*----------------------------------------------------------------
004620 2000-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650 3000-PRICE-ONE-RECORD.
004660*----------------------------------------------------------------
004670     ADD 1 TO WS-MASTER-COUNT.
004680
004690     MOVE ZEROS TO WS-FOUND-SUB.
004700     PERFORM 3100-TEST-ONE-REQUEST
004710         THRU 3100-EXIT
004720         VARYING WS-REQ-SUB FROM 1 BY 1
004730         UNTIL WS-REQ-SUB > WS-REQ-COUNT
004740            OR WS-FOUND-SUB NOT = ZEROS.
004750
004760     IF WS-FOUND-SUB NOT = ZEROS
004770         ADD 1 TO WS-MATCHED-COUNT
004780         ADD 1 TO REQ-HIT-COUNT(WS-FOUND-SUB)
004790         PERFORM 3200-PRICE-ONE-ITEM
004800             THRU 3200-EXIT
004810     END-IF.
004820
004830     READ ITEM-MASTER-FILE
004840         AT END
004850             MOVE "Y" TO WS-MASTER-EOF-SW.
004860*----------------------------------------------------------------
004870 3000-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900 3100-TEST-ONE-REQUEST.
004910*----------------------------------------------------------------
004920*    THE BUGEXT MATCH - EVERY NAMED CRITERION MUST HOLD, A
004930*    BLANK STATUS OR BATCH FILTER PASSES EVERYTHING, AND THE
004940*    RANGE BOUNDS WERE EDGE-FILLED AT LOAD TIME.
004950*----------------------------------------------------------------
004960     IF (REQ-STATUS(WS-REQ-SUB) = SPACE
004970         OR IM-ITEM-STATUS = REQ-STATUS(WS-REQ-SUB))
004980        AND (REQ-BATCH-ID(WS-REQ-SUB) = SPACES
004990             OR IM-BATCH-ID = REQ-BATCH-ID(WS-REQ-SUB))
005000        AND IM-ITEM-PRICE NOT < REQ-PRICE-LO(WS-REQ-SUB)
005010        AND IM-ITEM-PRICE NOT > REQ-PRICE-HI(WS-REQ-SUB)
005020        AND IM-ITEM-EFF-DATE NOT < REQ-DATE-LO(WS-REQ-SUB)
005030        AND IM-ITEM-EFF-DATE NOT > REQ-DATE-HI(WS-REQ-SUB)
005040        AND IM-ITEM-KEY NOT < REQ-KEY-LO(WS-REQ-SUB)
005050        AND IM-ITEM-KEY NOT > REQ-KEY-HI(WS-REQ-SUB)
005060         MOVE WS-REQ-SUB TO WS-FOUND-SUB
005070     END-IF.
005080*----------------------------------------------------------------
005090 3100-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120 3200-PRICE-ONE-ITEM.
005130*----------------------------------------------------------------
005140*    APPLY THE CARD'S PERCENT OR FLAT AMOUNT, ROUNDED TO THE
005150*    NEAREST CENT. FOR .99 ENDINGS THE RESULT IS THEN MOVED TO
005160*    A PRICE ENDING IN .99 IN THE DIRECTION OF THE CHANGE, SO
005170*    AN INCREASE NEVER LANDS BELOW THE OLD PRICE - AN INCREASE
005180*    TO 10.30 GOES UP TO 10.99, A DECREASE TO 10.30 DOWN TO
005190*    9.99, AND A RESULT ALREADY ENDING .99 STAYS. THE WHOLE-
005200*    DOLLAR WORK FIELD TRUNCATES. A RESULT THAT IS NOT ABOVE
005210*    ZERO OR WILL NOT FIT THE PRICE FIELD IS LISTED AS AN
005220*    EXCEPTION AND THE ITEM LEFT ALONE; A RESULT EQUAL TO THE
005230*    PRICE ALREADY ON FILE NEEDS NO DETAIL.
005240*----------------------------------------------------------------
005250     MOVE SPACES TO PV-TEXT.
005260
005270     IF REQ-PERCENT(WS-FOUND-SUB)
005280         COMPUTE WS-NEW-PRICE ROUNDED =
005290             IM-ITEM-PRICE
005300           + (IM-ITEM-PRICE * REQ-CHG-VALUE(WS-FOUND-SUB) / 100)
005310     ELSE
005320         COMPUTE WS-NEW-PRICE =
005330             IM-ITEM-PRICE + REQ-CHG-VALUE(WS-FOUND-SUB)
005340     END-IF.
005350
005360     IF REQ-ROUND-99(WS-FOUND-SUB)
005370         IF REQ-CHG-VALUE(WS-FOUND-SUB) > ZEROS
005380             COMPUTE WS-NEW-DOLLARS = WS-NEW-PRICE + 1.00
005390         ELSE
005400             COMPUTE WS-NEW-DOLLARS = WS-NEW-PRICE + 0.01
005410         END-IF
005420         COMPUTE WS-NEW-PRICE = WS-NEW-DOLLARS - 0.01
005430     END-IF.
005440
005450     COMPUTE WS-VARIANCE = WS-NEW-PRICE - IM-ITEM-PRICE.
005460
005470     IF IM-ITEM-PRICE = ZEROS
005480         MOVE ZEROS TO WS-VAR-PCT
005490     ELSE
005500         COMPUTE WS-VAR-PCT ROUNDED =
005510             (WS-VARIANCE * 100) / IM-ITEM-PRICE
005520             ON SIZE ERROR
005530                 MOVE 99999.99 TO WS-VAR-PCT
005540         END-COMPUTE
005550     END-IF.
005560
005570     IF WS-NEW-PRICE NOT > ZEROS
005580        OR WS-NEW-PRICE > 99999.99
005590         ADD 1 TO WS-EXCEPT-COUNT
005600         ADD 1 TO REQ-EXCEPT-COUNT(WS-FOUND-SUB)
005610         MOVE "*** OUT OF RANGE - NOT CHANGED" TO PV-TEXT
005620         PERFORM 3400-PRINT-PREVIEW-LINE
005630             THRU 3400-EXIT
005640         GO TO 3200-EXIT
005650     END-IF.
005660
005670     IF WS-NEW-PRICE = IM-ITEM-PRICE
005680         ADD 1 TO WS-SAME-COUNT
005690         ADD 1 TO REQ-SAME-COUNT(WS-FOUND-SUB)
005700         GO TO 3200-EXIT
005710     END-IF.
005720
005730     IF WS-CHANGED-COUNT = 99999
005740         DISPLAY "BUGMPC: MORE THAN 99999 ITEMS SELECTED - "
005750                 "NARROW THE CARDS INTO SEPARATE RUNS - ABENDING"
005760         MOVE 16 TO RETURN-CODE
005770         CLOSE ITEM-MASTER-FILE
005780               DETAIL-WORK-FILE
005790         STOP RUN
005800     END-IF.
005810
005820     ADD 1 TO WS-CHANGED-COUNT.
005830     ADD 1 TO REQ-CHANGED-COUNT(WS-FOUND-SUB).
005840     ADD IM-ITEM-PRICE TO WS-OLD-TOTAL.
005850     ADD WS-NEW-PRICE  TO WS-NEW-TOTAL.
005860     ADD WS-VARIANCE   TO WS-NET-VARIANCE.
005870
005880     PERFORM 3300-STAGE-DETAIL
005890         THRU 3300-EXIT.
005900
005910     PERFORM 3400-PRINT-PREVIEW-LINE
005920         THRU 3400-EXIT.
005930*----------------------------------------------------------------
005940 3200-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970 3300-STAGE-DETAIL.
005980*----------------------------------------------------------------
005990*    A CHANGE DETAIL CARRIES THE WHOLE ITEM - THE DESCRIPTION
006000*    AND STATUS AS THEY STAND ON THE MASTER, THE NEW PRICE, AND
006010*    THE CARD'S EFFECTIVE DATE, WHICH THE PENDING STEP HOLDS
006020*    UNTIL IT COMES DUE.
006030*----------------------------------------------------------------
006040     MOVE SPACES                     TO PRICE-BATCH-REC.
006050     MOVE "D"                        TO PB-REC-TYPE.
006060     MOVE IM-ITEM                    TO PB-DETAIL-ITEM.
006070     MOVE WS-NEW-PRICE               TO PB-ITEM-PRICE.
006080     MOVE REQ-EFF-DATE(WS-FOUND-SUB) TO PB-ITEM-EFF-DATE.
006090     MOVE "C"                        TO PB-DETAIL-ACTION.
006100     WRITE DETAIL-WORK-REC FROM PRICE-BATCH-REC.
006110*----------------------------------------------------------------
006120 3300-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150 3400-PRINT-PREVIEW-LINE.
006160*----------------------------------------------------------------
006170     MOVE WS-FOUND-SUB               TO PV-CARD.
006180     MOVE IM-ITEM-KEY                TO PV-KEY.
006190     MOVE IM-ITEM-DESC               TO PV-DESC.
006200     MOVE IM-ITEM-PRICE              TO PV-OLD-PRICE.
006210     MOVE WS-NEW-PRICE               TO PV-NEW-PRICE.
006220     MOVE WS-VARIANCE                TO PV-VARIANCE.
006230     MOVE WS-VAR-PCT                 TO PV-VAR-PCT.
006240     MOVE REQ-EFF-DATE(WS-FOUND-SUB) TO PV-EFF-DATE.
006250     DISPLAY WS-PRV-LINE.
006260*----------------------------------------------------------------
006270 3400-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300 5000-FRAME-BATCH.
006310*----------------------------------------------------------------
006320*    FRAME THE STAGED DETAILS AS ONE BATCH - THE HEADER WITH
006330*    THE DETAIL COUNT AND BATCH ID, EVERY DETAIL, AND THE
006340*    TRAILER WITH THE COUNT AND THE MONEY HASH (THE SUM OF THE
006350*    NEW PRICES), THE FRAMING BUGCAP GIVES THE CLERKS' WORK.
006360*    NOTHING TO CHANGE WRITES AN EMPTY FILE, WHICH THE PENDING
006370*    STEP'S CONCATENATION READS AS NOTHING.
006380*----------------------------------------------------------------
006390     OPEN OUTPUT PRICE-BATCH-FILE.
006400
006410     IF WS-CHANGED-COUNT = ZEROS
006420         CLOSE PRICE-BATCH-FILE
006430         GO TO 5000-EXIT
006440     END-IF.
006450
006460     MOVE SPACES           TO PRICE-BATCH-REC.
006470     MOVE "H"              TO PB-REC-TYPE.
006480     MOVE WS-CHANGED-COUNT TO PB-CONTROL-COUNT.
006490     MOVE WS-MPC-BATCH-ID  TO PB-BATCH-ID.
006500     WRITE PRICE-BATCH-REC.
006510
006520     OPEN INPUT DETAIL-WORK-FILE.
006530
006540     READ DETAIL-WORK-FILE
006550         AT END
006560             MOVE "Y" TO WS-WORK-EOF-SW.
006570
006580     PERFORM 5100-FRAME-ONE-DETAIL
006590         THRU 5100-EXIT
006600         UNTIL WS-WORK-EOF.
006610
006620     CLOSE DETAIL-WORK-FILE.
006630
006640     MOVE SPACES          TO PRICE-BATCH-REC.
006650     MOVE "T"             TO PB-REC-TYPE.
006660     MOVE WS-FRAMED-COUNT TO PB-CONTROL-COUNT.
006670     MOVE WS-HASH-AMOUNT  TO PB-CONTROL-AMOUNT.
006680     WRITE PRICE-BATCH-REC.
006690
006700     CLOSE PRICE-BATCH-FILE.
006710
006720     IF WS-FRAMED-COUNT NOT = WS-CHANGED-COUNT
006730         DISPLAY "BUGMPC: STAGED " WS-FRAMED-COUNT
006740                 " DETAILS BUT PRICED " WS-CHANGED-COUNT
006750                 " - BATCH IS UNUSABLE - ABENDING"
006760         MOVE 16 TO RETURN-CODE
006770         STOP RUN
006780     END-IF.
006790*----------------------------------------------------------------
006800 5000-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------
006830 5100-FRAME-ONE-DETAIL.
006840*----------------------------------------------------------------
006850     MOVE DETAIL-WORK-REC TO PRICE-BATCH-REC.
006860     WRITE PRICE-BATCH-REC.
006870     ADD 1             TO WS-FRAMED-COUNT.
006880     ADD PB-ITEM-PRICE TO WS-HASH-AMOUNT.
006890
006900     READ DETAIL-WORK-FILE
006910         AT END
006920             MOVE "Y" TO WS-WORK-EOF-SW.
006930*----------------------------------------------------------------
006940 5100-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970 6000-PRINT-SUMMARY.
006980*----------------------------------------------------------------
006990*    TOTALS FOR THE APPROVER. OUT-OF-RANGE RESULTS END RC=04 -
007000*    THE BATCH IS STILL GOOD FOR THE ITEMS IT CARRIES, BUT THE
007010*    DESK SHOULD SEE WHAT WAS LEFT OUT BEFORE RELEASING IT.
007020*----------------------------------------------------------------
007030     MOVE "TOTAL OLD / NEW PRICE / NET VARIANCE"
007040                             TO PT-LABEL.
007050     MOVE WS-OLD-TOTAL       TO PT-OLD-TOTAL.
007060     MOVE WS-NEW-TOTAL       TO PT-NEW-TOTAL.
007070     MOVE WS-NET-VARIANCE    TO PT-VARIANCE.
007080     DISPLAY WS-PRV-TOTAL-LINE.
007090
007100     DISPLAY "BUGMPC: MASTER RECORDS READ         - "
007110             WS-MASTER-COUNT.
007120     DISPLAY "BUGMPC: ITEMS SELECTED              - "
007130             WS-MATCHED-COUNT.
007140     DISPLAY "BUGMPC: ALREADY AT THE NEW PRICE    - "
007150             WS-SAME-COUNT.
007160     DISPLAY "BUGMPC: OUT OF RANGE, NOT CHANGED   - "
007170             WS-EXCEPT-COUNT.
007180     DISPLAY "BUGMPC: CHANGE DETAILS FRAMED       - "
007190             WS-FRAMED-COUNT.
007200     DISPLAY "BUGMPC: BATCH " WS-MPC-BATCH-ID
007210             " DETAILS " WS-FRAMED-COUNT
007220             " MONEY HASH " WS-HASH-AMOUNT.
007230
007240     PERFORM 6100-SUMMARIZE-ONE-REQUEST
007250         THRU 6100-EXIT
007260         VARYING WS-REQ-SUB FROM 1 BY 1
007270         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
007280
007290     IF WS-FRAMED-COUNT = ZEROS
007300         DISPLAY "BUGMPC: NO ITEM NEEDS A CHANGE - THE BATCH "
007310                 "FILE IS EMPTY"
007320         IF RETURN-CODE < 4
007330             MOVE 4 TO RETURN-CODE
007340         END-IF
007350     END-IF.
007360
007370     IF WS-EXCEPT-COUNT > ZEROS
007380         DISPLAY "BUGMPC: *** " WS-EXCEPT-COUNT
007390                 " ITEMS LEFT OUT - NEW PRICE OUT OF RANGE ***"
007400         IF RETURN-CODE < 4
007410             MOVE 4 TO RETURN-CODE
007420         END-IF
007430     END-IF.
007440*----------------------------------------------------------------
007450 6000-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480 6100-SUMMARIZE-ONE-REQUEST.
007490*----------------------------------------------------------------
007500     DISPLAY "BUGMPC: CARD " WS-REQ-SUB
007510             " SELECTED " REQ-HIT-COUNT(WS-REQ-SUB)
007520             " CHANGED " REQ-CHANGED-COUNT(WS-REQ-SUB)
007530             " SAME " REQ-SAME-COUNT(WS-REQ-SUB)
007540             " OUT OF RANGE " REQ-EXCEPT-COUNT(WS-REQ-SUB).
007550     DISPLAY "BUGMPC:   STATUS [" REQ-STATUS(WS-REQ-SUB)
007560             "] BATCH [" REQ-BATCH-ID(WS-REQ-SUB)
007570             "] PRICE " REQ-PRICE-LO(WS-REQ-SUB)
007580             " THRU " REQ-PRICE-HI(WS-REQ-SUB).
007590     DISPLAY "BUGMPC:   EFF DATE " REQ-DATE-LO(WS-REQ-SUB)
007600             " THRU " REQ-DATE-HI(WS-REQ-SUB)
007610             " KEY [" REQ-KEY-LO(WS-REQ-SUB)
007620             "] THRU [" REQ-KEY-HI(WS-REQ-SUB) "]".
007630     MOVE REQ-CHG-VALUE(WS-REQ-SUB) TO WS-CHG-VALUE-DSP.
007640     DISPLAY "BUGMPC:   CHANGE " REQ-CHG-TYPE(WS-REQ-SUB)
007650             " " WS-CHG-VALUE-DSP
007660             " ROUNDING [" REQ-ROUNDING(WS-REQ-SUB)
007670             "] NEW EFF DATE " REQ-EFF-DATE(WS-REQ-SUB).
007680*----------------------------------------------------------------
007690 6100-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------
007720 9999-TERMINATE.
007730*----------------------------------------------------------------
007740     DISPLAY "BUGMPC: RUN COMPLETE".
007750     STOP RUN.
007760*----------------------------------------------------------------
007770 9999-EXIT.
007780     EXIT.
