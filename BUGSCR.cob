000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGSCR.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-07.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-07  RH  ORIGINAL MONTHLY SENDING-OFFICE SCORECARD.
000120*                 READS THE OFFICE LOG THE NIGHTLY BUGSOL STEP
000130*                 APPENDS TO AND, FOR EVERY OFFICE ON THE
000140*                 SENDING-OFFICE REGISTRY, REPORTS THE MONTH'S
000150*                 BATCHES SENT, NIGHTS IT SENT LATE (A BATCH ON
000160*                 A NIGHT IT WAS NOT DUE) OR NOT AT ALL (DUE
000170*                 AND MISSING), DETAILS SENT AND REJECTED WITH
000180*                 THE REJECT RATE AND THE REJECTS BROKEN DOWN BY
000190*                 REASON CODE, BATCHES QUARANTINED OR HELD, AND
000200*                 DETAILS SUSPENDED FOR PRICE TOLERANCE. BATCH
000210*                 IDS FOUND ON THE LOG THAT ARE NOT ON THE
000220*                 REGISTRY ARE LISTED AFTER THE OFFICES. THE
000230*                 PARM CARD CARRIES THE MONTH AS YYMM IN COLS
000240*                 1-4 (BLANK = THE MONTH BEFORE TODAY'S). A
000250*                 NIGHT LOGGED TWICE BY A FORCED RERUN COUNTS
000260*                 ONCE - ONLY ITS LAST RUN IS SCORED.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE
000350         ASSIGN TO PARMFILE
000360         ORGANIZATION IS SEQUENTIAL.
000370*
000380     SELECT OFFICE-FILE
000390         ASSIGN TO OFFICES
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-OFFICE-FS.
000420*
000430     SELECT OFFICE-LOG-FILE
000440         ASSIGN TO OFFLOG
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-OFFLOG-FS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PARM-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 01  PARM-REC.
000540     05  PARM-MONTH              PIC 9(04).
000550     05  FILLER                  PIC X(76).
000560*
000570 FD  OFFICE-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  OFFICE-REC.
000610     05  OFC-BATCH-ID             PIC X(08).
000620     05  OFC-SEND-DAYS            PIC X(07).
000630     05  OFC-CONTACT              PIC X(30).
000640     05  OFC-ACTIVE               PIC X(01).
000650         88  OFC-IS-ACTIVE                VALUE "Y".
000660     05  FILLER                   PIC X(34).
000670*
000680 FD  OFFICE-LOG-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  OFFICE-LOG-REC.
000720     05  OFL-RUN-DATE             PIC 9(06).
000730     05  FILLER REDEFINES OFL-RUN-DATE.
000740         10  OFL-RUN-YYMM         PIC 9(04).
000750         10  OFL-RUN-DD           PIC 9(02).
000760     05  OFL-BATCH-ID             PIC X(08).
000770     05  OFL-REC-TYPE             PIC X(01).
000780         88  OFL-NIGHT-HEADER             VALUE "N".
000790         88  OFL-BATCH-RECEIVED           VALUE "B".
000800         88  OFL-OFFICE-MISSING           VALUE "M".
000810         88  OFL-REJECT-REASON            VALUE "R".
000820     05  OFL-REC-BODY             PIC X(65).
000830     05  OFL-NIGHT-BODY REDEFINES OFL-REC-BODY.
000840         10  OFL-RUN-TIME         PIC 9(08).
000850         10  OFL-RUN-DOW          PIC 9(01).
000860         10  FILLER               PIC X(56).
000870     05  OFL-BATCH-BODY REDEFINES OFL-REC-BODY.
000880         10  OFL-DUE-SW           PIC X(01).
000890             88  OFL-WAS-DUE              VALUE "Y".
000900         10  OFL-DISPOSITION      PIC X(01).
000910             88  OFL-QUARANTINED          VALUE "Q".
000920             88  OFL-UNREGISTERED         VALUE "U".
000930         10  OFL-DETAIL-COUNT     PIC 9(07).
000940         10  OFL-APPLIED          PIC 9(07).
000950         10  OFL-REJECTED         PIC 9(07).
000960         10  OFL-SUSPENDED        PIC 9(07).
000970         10  FILLER               PIC X(35).
000980     05  OFL-REASON-BODY REDEFINES OFL-REC-BODY.
000990         10  OFL-REASON           PIC X(09).
001000         10  OFL-REASON-COUNT     PIC 9(07).
001010         10  FILLER               PIC X(49).
001020*
001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------------
001050* SWITCHES AND COUNTERS
001060*----------------------------------------------------------------
001070 01  WS-SWITCHES.
001080     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
001090         88  WS-PARM-EOF                     VALUE "Y".
001100     05  WS-OFFICE-EOF-SW        PIC X(01)   VALUE "N".
001110         88  WS-OFFICE-EOF                   VALUE "Y".
001120     05  WS-OFFICE-FS            PIC X(02)   VALUE "00".
001130         88  WS-OFFICE-FS-OK                 VALUE "00".
001140         88  WS-OFFICE-NOT-FOUND             VALUE "35".
001150     05  WS-OFFLOG-EOF-SW        PIC X(01)   VALUE "N".
001160         88  WS-OFFLOG-EOF                   VALUE "Y".
001170     05  WS-OFFLOG-FS            PIC X(02)   VALUE "00".
001180         88  WS-OFFLOG-FS-OK                 VALUE "00".
001190         88  WS-OFFLOG-NOT-FOUND             VALUE "35".
001200     05  WS-SCORE-NIGHT-SW       PIC X(01)   VALUE "N".
001210         88  WS-SCORE-NIGHT                  VALUE "Y".
001220     05  WS-TABLE-FULL-SW        PIC X(01)   VALUE "N".
001230         88  WS-TABLE-FULL-WARNED            VALUE "Y".
001240*
001250 01  WS-AREA.
001260     05  WS-TODAY                PIC 9(06)   VALUE ZEROS.
001270     05  FILLER REDEFINES WS-TODAY.
001280         10  WS-TODAY-YY         PIC 9(02).
001290         10  WS-TODAY-MM         PIC 9(02).
001300         10  WS-TODAY-DD         PIC 9(02).
001310     05  WS-SEL-MONTH            PIC 9(04)   VALUE ZEROS.
001320     05  FILLER REDEFINES WS-SEL-MONTH.
001330         10  WS-SEL-YY           PIC 9(02).
001340         10  WS-SEL-MM           PIC 9(02).
001350     05  WS-LOG-READ-COUNT       PIC 9(07)   VALUE ZEROS.
001360     05  WS-LOG-SCORED-COUNT     PIC 9(07)   VALUE ZEROS.
001370     05  WS-RERUN-COUNT          PIC 9(03)   VALUE ZEROS.
001380     05  WS-UNREG-COUNT          PIC 9(03)   VALUE ZEROS.
001390     05  WS-LOOK-ID              PIC X(08)   VALUE SPACES.
001400     05  WS-RATE                 PIC 9(03)V9 VALUE ZEROS.
001410     05  WS-RATE-DSP             PIC ZZ9.9.
001420*
001430*----------------------------------------------------------------
001440* NIGHTS LOGGED IN THE MONTH - ONE ENTRY PER RUN DATE WITH THE
001450* RUN TIME OF ITS LAST NIGHT HEADER. PASS ONE FILLS IT; PASS
001460* TWO SCORES ONLY THE GROUP WHOSE HEADER CARRIES THAT TIME.
001470*----------------------------------------------------------------
001480 01  WS-NIGHT-AREA.
001490     05  WS-NIGHT-COUNT          PIC 9(03)   VALUE ZEROS.
001500     05  WS-NGT-SUB              PIC 9(03)   VALUE ZEROS.
001510     05  WS-NGT-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
001520     05  WS-NIGHT-ENTRY OCCURS 31 TIMES.
001530         10  NGT-RUN-DATE        PIC 9(06).
001540         10  NGT-RUN-TIME        PIC 9(08).
001550*
001560*----------------------------------------------------------------
001570* ONE ENTRY PER OFFICE - THE REGISTRY FIRST, THEN ANY BATCH ID
001580* MET ON THE LOG THAT THE REGISTRY DOES NOT CARRY.
001590*----------------------------------------------------------------
001600 01  WS-OFFICE-AREA.
001610     05  WS-OFC-COUNT            PIC 9(03)   VALUE ZEROS.
001620     05  WS-REG-COUNT            PIC 9(03)   VALUE ZEROS.
001630     05  WS-OFC-SUB              PIC 9(03)   VALUE ZEROS.
001640     05  WS-OFC-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
001650     05  WS-FIRST-UNREG-SUB      PIC 9(03)   VALUE ZEROS.
001660     05  WS-OFC-ENTRY OCCURS 300 TIMES.
001670         10  SCO-ID              PIC X(08).
001680         10  SCO-CONTACT         PIC X(30).
001690         10  SCO-STATUS          PIC X(01).
001700             88  SCO-ACTIVE              VALUE "A".
001710             88  SCO-INACTIVE            VALUE "I".
001720             88  SCO-UNREGISTERED        VALUE "U".
001730         10  SCO-BATCHES         PIC 9(05).
001740         10  SCO-LATE            PIC 9(05).
001750         10  SCO-MISSING         PIC 9(05).
001760         10  SCO-HELD            PIC 9(05).
001770         10  SCO-DETAILS         PIC 9(09).
001780         10  SCO-REJECTED        PIC 9(09).
001790         10  SCO-SUSPENDED       PIC 9(09).
001800*
001810*----------------------------------------------------------------
001820* REJECT COUNTS BY OFFICE AND REASON CODE FOR THE MONTH.
001830*----------------------------------------------------------------
001840 01  WS-REASON-AREA.
001850     05  WS-REASON-COUNT         PIC 9(04)   VALUE ZEROS.
001860     05  WS-RSN-SUB              PIC 9(04)   VALUE ZEROS.
001870     05  WS-RSN-FOUND-SUB        PIC 9(04)   VALUE ZEROS.
001880     05  WS-REASON-ENTRY OCCURS 1000 TIMES.
001890         10  RSN-OFC-SUB         PIC 9(03).
001900         10  RSN-CODE            PIC X(09).
001910         10  RSN-COUNT           PIC 9(07).
001920*
001930 PROCEDURE DIVISION.
001940*----------------------------------------------------------------
001950 0000-MAINLINE.
001960*----------------------------------------------------------------
001970     PERFORM 1000-INITIALIZE
001980         THRU 1000-EXIT.
001990
002000     PERFORM 1100-LOAD-REGISTRY
002010         THRU 1100-EXIT.
002020
002030     PERFORM 2000-FIND-LAST-RUNS
002040         THRU 2000-EXIT.
002050
002060     PERFORM 3000-SCORE-MONTH
002070         THRU 3000-EXIT.
002080
002090     PERFORM 4000-PRINT-SCORECARD
002100         THRU 4000-EXIT.
002110
002120     PERFORM 9999-TERMINATE
002130         THRU 9999-EXIT.
002140*----------------------------------------------------------------
002150 1000-INITIALIZE.
002160*----------------------------------------------------------------
002170*    PICK UP THE MONTH TO SCORE. A BLANK OR ZERO MONTH MEANS
002180*    LAST MONTH, WHICH IS WHAT THE JOB RUNS FOR ON THE FIRST
002190*    OF EACH MONTH.
002200*----------------------------------------------------------------
002210     ACCEPT WS-TODAY FROM DATE.
002220
002230     OPEN INPUT PARM-FILE.
002240
002250     READ PARM-FILE
002260         AT END
002270             MOVE "Y" TO WS-PARM-EOF-SW.
002280
002290     IF WS-PARM-EOF
002300         DISPLAY "BUGSCR: PARM-FILE IS EMPTY - ABENDING"
002310         MOVE 16 TO RETURN-CODE
002320         CLOSE PARM-FILE
002330         STOP RUN
002340     END-IF.
002350
002360     IF PARM-MONTH NUMERIC
002370        AND PARM-MONTH NOT = ZEROS
002380         MOVE PARM-MONTH TO WS-SEL-MONTH
002390     ELSE
002400         MOVE WS-TODAY-YY TO WS-SEL-YY
002410         MOVE WS-TODAY-MM TO WS-SEL-MM
002420         IF WS-SEL-MM = 01
002430             MOVE 12 TO WS-SEL-MM
002440             IF WS-SEL-YY = ZEROS
002450                 MOVE 99 TO WS-SEL-YY
002460             ELSE
002470                 SUBTRACT 1 FROM WS-SEL-YY
002480             END-IF
002490         ELSE
002500             SUBTRACT 1 FROM WS-SEL-MM
002510         END-IF
002520     END-IF.
002530
002540     CLOSE PARM-FILE.
002550
002560     IF WS-SEL-MM < 01 OR WS-SEL-MM > 12
002570         DISPLAY "BUGSCR: PARM MONTH " WS-SEL-MONTH
002580                 " IS NOT A VALID YYMM - ABENDING"
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620
002630     DISPLAY "BUGSCR: SENDING-OFFICE SCORECARD FOR MONTH "
002640             WS-SEL-MONTH.
002650*----------------------------------------------------------------
002660 1000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690 1100-LOAD-REGISTRY.
002700*----------------------------------------------------------------
002710*    EVERY REGISTERED OFFICE GETS A SCORECARD LINE, WHETHER OR
002720*    NOT IT SENT ANYTHING. WITHOUT A REGISTRY THE LOG IS STILL
002730*    SCORED, EVERY SENDER SHOWING AS NOT REGISTERED, AND THE
002740*    RUN ENDS RC=04.
002750*----------------------------------------------------------------
002760     OPEN INPUT OFFICE-FILE.
002770
002780     IF WS-OFFICE-NOT-FOUND
002790         DISPLAY "BUGSCR: *** NO SENDING-OFFICE REGISTRY ON "
002800                 "CATALOG - ALL SENDERS SHOWN UNREGISTERED ***"
002810         MOVE 4 TO RETURN-CODE
002820         GO TO 1100-EXIT
002830     END-IF.
002840
002850     IF NOT WS-OFFICE-FS-OK
002860         DISPLAY "BUGSCR: OPEN OF SENDING-OFFICE REGISTRY "
002870                 "FAILED - STATUS " WS-OFFICE-FS " - ABENDING"
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910
002920     READ OFFICE-FILE
002930         AT END
002940             MOVE "Y" TO WS-OFFICE-EOF-SW.
002950
002960     PERFORM 1110-LOAD-ONE-OFFICE
002970         THRU 1110-EXIT
002980         UNTIL WS-OFFICE-EOF.
002990
003000     CLOSE OFFICE-FILE.
003010
003020     MOVE WS-OFC-COUNT TO WS-REG-COUNT.
003030     DISPLAY "BUGSCR: SENDING OFFICES REGISTERED - "
003040             WS-REG-COUNT.
003050*----------------------------------------------------------------
003060 1100-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090 1110-LOAD-ONE-OFFICE.
003100*----------------------------------------------------------------
003110     IF OFC-BATCH-ID = SPACES
003120         GO TO 1110-READ
003130     END-IF.
003140
003150     IF WS-OFC-COUNT = 200
003160         DISPLAY "BUGSCR: MORE THAN 200 SENDING OFFICES ON THE "
003170                 "REGISTRY - ABENDING"
003180         MOVE 16 TO RETURN-CODE
003190         CLOSE OFFICE-FILE
003200         STOP RUN
003210     END-IF.
003220
003230     ADD 1 TO WS-OFC-COUNT.
003240     MOVE OFC-BATCH-ID TO SCO-ID(WS-OFC-COUNT).
003250     MOVE OFC-CONTACT  TO SCO-CONTACT(WS-OFC-COUNT).
003260
003270     IF OFC-IS-ACTIVE
003280         MOVE "A" TO SCO-STATUS(WS-OFC-COUNT)
003290     ELSE
003300         MOVE "I" TO SCO-STATUS(WS-OFC-COUNT)
003310     END-IF.
003320
003330     PERFORM 1120-CLEAR-COUNTS
003340         THRU 1120-EXIT.
003350
003360 1110-READ.
003370     READ OFFICE-FILE
003380         AT END
003390             MOVE "Y" TO WS-OFFICE-EOF-SW.
003400*----------------------------------------------------------------
003410 1110-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440 1120-CLEAR-COUNTS.
003450*----------------------------------------------------------------
003460     MOVE ZEROS TO SCO-BATCHES(WS-OFC-COUNT)
003470                   SCO-LATE(WS-OFC-COUNT)
003480                   SCO-MISSING(WS-OFC-COUNT)
003490                   SCO-HELD(WS-OFC-COUNT)
003500                   SCO-DETAILS(WS-OFC-COUNT)
003510                   SCO-REJECTED(WS-OFC-COUNT)
003520                   SCO-SUSPENDED(WS-OFC-COUNT).
003530*----------------------------------------------------------------
003540 1120-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570 2000-FIND-LAST-RUNS.
003580*----------------------------------------------------------------
003590*    PASS ONE - NOTE THE RUN TIME OF THE LAST NIGHT HEADER
003600*    LOGGED FOR EACH RUN DATE IN THE MONTH. THE LOG IS APPENDED
003610*    IN RUN ORDER, SO THE LAST ONE READ IS THE RERUN THAT
003620*    STOOD. A MISSING LOG (STATUS 35) MEANS NO NIGHT HAS RUN
003630*    SINCE THE REGISTRY WENT IN.
003640*----------------------------------------------------------------
003650     OPEN INPUT OFFICE-LOG-FILE.
003660
003670     IF WS-OFFLOG-NOT-FOUND
003680         DISPLAY "BUGSCR: NO OFFICE LOG ON CATALOG - NOTHING "
003690                 "TO SCORE"
003700         GO TO 2000-EXIT
003710     END-IF.
003720
003730     IF NOT WS-OFFLOG-FS-OK
003740         DISPLAY "BUGSCR: OPEN OF OFFICE LOG FAILED - STATUS "
003750                 WS-OFFLOG-FS " - ABENDING"
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790
003800     READ OFFICE-LOG-FILE
003810         AT END
003820             MOVE "Y" TO WS-OFFLOG-EOF-SW.
003830
003840     PERFORM 2100-NOTE-ONE-NIGHT
003850         THRU 2100-EXIT
003860         UNTIL WS-OFFLOG-EOF.
003870
003880     CLOSE OFFICE-LOG-FILE.
003890
003900     DISPLAY "BUGSCR: NIGHTS LOGGED IN THE MONTH - "
003910             WS-NIGHT-COUNT " (RERUNS SUPERSEDED - "
003920             WS-RERUN-COUNT ")".
003930*----------------------------------------------------------------
003940 2000-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970 2100-NOTE-ONE-NIGHT.
003980*----------------------------------------------------------------
003990     IF NOT OFL-NIGHT-HEADER
004000        OR OFL-RUN-YYMM NOT = WS-SEL-MONTH
004010         GO TO 2100-READ
004020     END-IF.
004030
004040     MOVE ZEROS TO WS-NGT-FOUND-SUB.
004050     PERFORM 2110-MATCH-ONE-NIGHT
004060         THRU 2110-EXIT
004070         VARYING WS-NGT-SUB FROM 1 BY 1
004080         UNTIL WS-NGT-SUB > WS-NIGHT-COUNT
004090            OR WS-NGT-FOUND-SUB NOT = ZEROS.
004100
004110     IF WS-NGT-FOUND-SUB NOT = ZEROS
004120         MOVE OFL-RUN-TIME TO NGT-RUN-TIME(WS-NGT-FOUND-SUB)
004130         ADD 1 TO WS-RERUN-COUNT
004140         GO TO 2100-READ
004150     END-IF.
004160
004170     IF WS-NIGHT-COUNT = 31
004180         DISPLAY "BUGSCR: MORE THAN 31 RUN DATES IN ONE MONTH "
004190                 "ON THE OFFICE LOG - ABENDING"
004200         MOVE 16 TO RETURN-CODE
004210         CLOSE OFFICE-LOG-FILE
004220         STOP RUN
004230     END-IF.
004240
004250     ADD 1 TO WS-NIGHT-COUNT.
004260     MOVE OFL-RUN-DATE TO NGT-RUN-DATE(WS-NIGHT-COUNT).
004270     MOVE OFL-RUN-TIME TO NGT-RUN-TIME(WS-NIGHT-COUNT).
004280
004290 2100-READ.
004300     READ OFFICE-LOG-FILE
004310         AT END
004320             MOVE "Y" TO WS-OFFLOG-EOF-SW.
004330*----------------------------------------------------------------
004340 2100-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370 2110-MATCH-ONE-NIGHT.
004380*----------------------------------------------------------------
004390     IF NGT-RUN-DATE(WS-NGT-SUB) = OFL-RUN-DATE
004400         MOVE WS-NGT-SUB TO WS-NGT-FOUND-SUB
004410     END-IF.
004420*----------------------------------------------------------------
004430 2110-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460 3000-SCORE-MONTH.
004470*----------------------------------------------------------------
004480*    PASS TWO - A NIGHT HEADER WHOSE DATE AND TIME MATCH THE
004490*    LAST RUN NOTED IN PASS ONE OPENS A GROUP TO SCORE; ANY
004500*    OTHER HEADER (ANOTHER MONTH, OR A RUN A RERUN REPLACED)
004510*    CLOSES IT, AND THE GROUP'S RECORDS ARE PASSED OVER.
004520*----------------------------------------------------------------
004530     IF WS-NIGHT-COUNT = ZEROS
004540         GO TO 3000-EXIT
004550     END-IF.
004560
004570     MOVE "N" TO WS-OFFLOG-EOF-SW.
004580     MOVE "N" TO WS-SCORE-NIGHT-SW.
004590     OPEN INPUT OFFICE-LOG-FILE.
004600
004610     READ OFFICE-LOG-FILE
004620         AT END
004630             MOVE "Y" TO WS-OFFLOG-EOF-SW.
004640
004650     PERFORM 3100-SCORE-ONE-RECORD
004660         THRU 3100-EXIT
004670         UNTIL WS-OFFLOG-EOF.
004680
004690     CLOSE OFFICE-LOG-FILE.
004700*----------------------------------------------------------------
004710 3000-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740 3100-SCORE-ONE-RECORD.
004750*----------------------------------------------------------------
004760     ADD 1 TO WS-LOG-READ-COUNT.
004770
004780     IF OFL-NIGHT-HEADER
004790         PERFORM 3110-OPEN-NIGHT
004800             THRU 3110-EXIT
004810         GO TO 3100-READ
004820     END-IF.
004830
004840     IF NOT WS-SCORE-NIGHT
004850         GO TO 3100-READ
004860     END-IF.
004870
004880     ADD 1 TO WS-LOG-SCORED-COUNT.
004890     MOVE OFL-BATCH-ID TO WS-LOOK-ID.
004900     PERFORM 3200-FIND-OFFICE
004910         THRU 3200-EXIT.
004920
004930     IF WS-OFC-FOUND-SUB = ZEROS
004940         GO TO 3100-READ
004950     END-IF.
004960
004970     EVALUATE TRUE
004980         WHEN OFL-BATCH-RECEIVED
004990             PERFORM 3120-SCORE-BATCH
005000                 THRU 3120-EXIT
005010         WHEN OFL-OFFICE-MISSING
005020             ADD 1 TO SCO-MISSING(WS-OFC-FOUND-SUB)
005030         WHEN OFL-REJECT-REASON
005040             PERFORM 3130-SCORE-REASON
005050                 THRU 3130-EXIT
005060         WHEN OTHER
005070             CONTINUE
005080     END-EVALUATE.
005090
005100 3100-READ.
005110     READ OFFICE-LOG-FILE
005120         AT END
005130             MOVE "Y" TO WS-OFFLOG-EOF-SW.
005140*----------------------------------------------------------------
005150 3100-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180 3110-OPEN-NIGHT.
005190*----------------------------------------------------------------
005200     MOVE "N" TO WS-SCORE-NIGHT-SW.
005210
005220     IF OFL-RUN-YYMM NOT = WS-SEL-MONTH
005230         GO TO 3110-EXIT
005240     END-IF.
005250
005260     MOVE ZEROS TO WS-NGT-FOUND-SUB.
005270     PERFORM 2110-MATCH-ONE-NIGHT
005280         THRU 2110-EXIT
005290         VARYING WS-NGT-SUB FROM 1 BY 1
005300         UNTIL WS-NGT-SUB > WS-NIGHT-COUNT
005310            OR WS-NGT-FOUND-SUB NOT = ZEROS.
005320
005330     IF WS-NGT-FOUND-SUB NOT = ZEROS
005340         IF NGT-RUN-TIME(WS-NGT-FOUND-SUB) = OFL-RUN-TIME
005350             MOVE "Y" TO WS-SCORE-NIGHT-SW
005360         END-IF
005370     END-IF.
005380*----------------------------------------------------------------
005390 3110-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420 3120-SCORE-BATCH.
005430*----------------------------------------------------------------
005440*    A BATCH ON A NIGHT THE OFFICE WAS NOT DUE IS A LATE (CATCH-
005450*    UP) TRANSMISSION. Q IS A REJECT-RATE QUARANTINE AND U A
005460*    BATCH HELD AS UNREGISTERED - BOTH COUNT AS HELD.
005470*----------------------------------------------------------------
005480     ADD 1 TO SCO-BATCHES(WS-OFC-FOUND-SUB).
005490
005500     IF NOT OFL-WAS-DUE
005510         ADD 1 TO SCO-LATE(WS-OFC-FOUND-SUB)
005520     END-IF.
005530
005540     IF OFL-QUARANTINED OR OFL-UNREGISTERED
005550         ADD 1 TO SCO-HELD(WS-OFC-FOUND-SUB)
005560     END-IF.
005570
005580     ADD OFL-DETAIL-COUNT TO SCO-DETAILS(WS-OFC-FOUND-SUB).
005590     ADD OFL-REJECTED     TO SCO-REJECTED(WS-OFC-FOUND-SUB).
005600     ADD OFL-SUSPENDED    TO SCO-SUSPENDED(WS-OFC-FOUND-SUB).
005610*----------------------------------------------------------------
005620 3120-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650 3130-SCORE-REASON.
005660*----------------------------------------------------------------
005670     MOVE ZEROS TO WS-RSN-FOUND-SUB.
005680     PERFORM 3140-MATCH-ONE-REASON
005690         THRU 3140-EXIT
005700         VARYING WS-RSN-SUB FROM 1 BY 1
005710         UNTIL WS-RSN-SUB > WS-REASON-COUNT
005720            OR WS-RSN-FOUND-SUB NOT = ZEROS.
005730
005740     IF WS-RSN-FOUND-SUB NOT = ZEROS
005750         ADD OFL-REASON-COUNT TO RSN-COUNT(WS-RSN-FOUND-SUB)
005760         GO TO 3130-EXIT
005770     END-IF.
005780
005790     IF WS-REASON-COUNT = 1000
005800         DISPLAY "BUGSCR: REASON TABLE FULL - " OFL-REASON
005810                 " FOR " OFL-BATCH-ID " NOT BROKEN OUT"
005820         GO TO 3130-EXIT
005830     END-IF.
005840
005850     ADD 1 TO WS-REASON-COUNT.
005860     MOVE WS-OFC-FOUND-SUB TO RSN-OFC-SUB(WS-REASON-COUNT).
005870     MOVE OFL-REASON       TO RSN-CODE(WS-REASON-COUNT).
005880     MOVE OFL-REASON-COUNT TO RSN-COUNT(WS-REASON-COUNT).
005890*----------------------------------------------------------------
005900 3130-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930 3140-MATCH-ONE-REASON.
005940*----------------------------------------------------------------
005950     IF RSN-OFC-SUB(WS-RSN-SUB) = WS-OFC-FOUND-SUB
005960        AND RSN-CODE(WS-RSN-SUB) = OFL-REASON
005970         MOVE WS-RSN-SUB TO WS-RSN-FOUND-SUB
005980     END-IF.
005990*----------------------------------------------------------------
006000 3140-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030 3200-FIND-OFFICE.
006040*----------------------------------------------------------------
006050*    LOOK WS-LOOK-ID UP IN THE OFFICE TABLE, ADDING IT AS AN
006060*    UNREGISTERED SENDER IF IT IS NOT THERE. PAST 300 ENTRIES
006070*    THE NEW SENDER IS LEFT OFF WITH ONE WARNING AND
006080*    WS-OFC-FOUND-SUB COMES BACK ZERO.
006090*----------------------------------------------------------------
006100     MOVE ZEROS TO WS-OFC-FOUND-SUB.
006110     PERFORM 3210-MATCH-ONE-OFFICE
006120         THRU 3210-EXIT
006130         VARYING WS-OFC-SUB FROM 1 BY 1
006140         UNTIL WS-OFC-SUB > WS-OFC-COUNT
006150            OR WS-OFC-FOUND-SUB NOT = ZEROS.
006160
006170     IF WS-OFC-FOUND-SUB NOT = ZEROS
006180         GO TO 3200-EXIT
006190     END-IF.
006200
006210     IF WS-OFC-COUNT = 300
006220         IF NOT WS-TABLE-FULL-WARNED
006230             DISPLAY "BUGSCR: OFFICE TABLE FULL - SENDER "
006240                     WS-LOOK-ID " AND LATER ONES NOT SCORED"
006250             MOVE "Y" TO WS-TABLE-FULL-SW
006260         END-IF
006270         GO TO 3200-EXIT
006280     END-IF.
006290
006300     ADD 1 TO WS-OFC-COUNT.
006310     ADD 1 TO WS-UNREG-COUNT.
006320     MOVE WS-LOOK-ID TO SCO-ID(WS-OFC-COUNT).
006330     MOVE SPACES     TO SCO-CONTACT(WS-OFC-COUNT).
006340     MOVE "U"        TO SCO-STATUS(WS-OFC-COUNT).
006350     PERFORM 1120-CLEAR-COUNTS
006360         THRU 1120-EXIT.
006370     MOVE WS-OFC-COUNT TO WS-OFC-FOUND-SUB.
006380*----------------------------------------------------------------
006390 3200-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420 3210-MATCH-ONE-OFFICE.
006430*----------------------------------------------------------------
006440     IF SCO-ID(WS-OFC-SUB) = WS-LOOK-ID
006450         MOVE WS-OFC-SUB TO WS-OFC-FOUND-SUB
006460     END-IF.
006470*----------------------------------------------------------------
006480 3210-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510 4000-PRINT-SCORECARD.
006520*----------------------------------------------------------------
006530*    ONE BLOCK PER REGISTERED OFFICE IN REGISTRY ORDER, THEN
006540*    ONE PER UNREGISTERED SENDER FOUND ON THE LOG.
006550*----------------------------------------------------------------
006560     DISPLAY "BUGSCR: ----------------------------------------".
006570     DISPLAY "BUGSCR: REGISTERED SENDING OFFICES".
006580
006590     IF WS-REG-COUNT = ZEROS
006600         DISPLAY "BUGSCR:   NONE"
006610     ELSE
006620         PERFORM 4100-PRINT-ONE-OFFICE
006630             THRU 4100-EXIT
006640             VARYING WS-OFC-SUB FROM 1 BY 1
006650             UNTIL WS-OFC-SUB > WS-REG-COUNT
006660     END-IF.
006670
006680     DISPLAY "BUGSCR: ----------------------------------------".
006690     DISPLAY "BUGSCR: SENDERS NOT ON THE REGISTRY".
006700
006710     IF WS-UNREG-COUNT = ZEROS
006720         DISPLAY "BUGSCR:   NONE"
006730     ELSE
006740         COMPUTE WS-FIRST-UNREG-SUB = WS-REG-COUNT + 1
006750         PERFORM 4100-PRINT-ONE-OFFICE
006760             THRU 4100-EXIT
006770             VARYING WS-OFC-SUB FROM WS-FIRST-UNREG-SUB BY 1
006780             UNTIL WS-OFC-SUB > WS-OFC-COUNT
006790     END-IF.
006800
006810     DISPLAY "BUGSCR: ----------------------------------------".
006820     DISPLAY "BUGSCR: OFFICE LOG RECORDS READ - "
006830             WS-LOG-READ-COUNT " SCORED - " WS-LOG-SCORED-COUNT.
006840*----------------------------------------------------------------
006850 4000-EXIT.
006860     EXIT.
006870*----------------------------------------------------------------
006880 4100-PRINT-ONE-OFFICE.
006890*----------------------------------------------------------------
006900*    THE REJECT RATE IS REJECTED DETAILS OVER DETAILS SENT,
006910*    TO ONE DECIMAL PLACE.
006920*----------------------------------------------------------------
006930     MOVE ZEROS TO WS-RATE.
006940     IF SCO-DETAILS(WS-OFC-SUB) > ZEROS
006950         COMPUTE WS-RATE ROUNDED =
006960             (SCO-REJECTED(WS-OFC-SUB) * 100)
006970                 / SCO-DETAILS(WS-OFC-SUB)
006980     END-IF.
006990     MOVE WS-RATE TO WS-RATE-DSP.
007000
007010     EVALUATE TRUE
007020         WHEN SCO-ACTIVE(WS-OFC-SUB)
007030             DISPLAY "BUGSCR: OFFICE " SCO-ID(WS-OFC-SUB)
007040                     "  CONTACT " SCO-CONTACT(WS-OFC-SUB)
007050         WHEN SCO-INACTIVE(WS-OFC-SUB)
007060             DISPLAY "BUGSCR: OFFICE " SCO-ID(WS-OFC-SUB)
007070                     "  CONTACT " SCO-CONTACT(WS-OFC-SUB)
007080                     "  (INACTIVE)"
007090         WHEN OTHER
007100             DISPLAY "BUGSCR: SENDER " SCO-ID(WS-OFC-SUB)
007110                     "  *** NOT ON THE REGISTRY ***"
007120     END-EVALUATE.
007130
007140     DISPLAY "BUGSCR:   BATCHES SENT " SCO-BATCHES(WS-OFC-SUB)
007150             "  LATE NIGHTS " SCO-LATE(WS-OFC-SUB)
007160             "  MISSING NIGHTS " SCO-MISSING(WS-OFC-SUB)
007170             "  QUARANTINED/HELD " SCO-HELD(WS-OFC-SUB).
007180     DISPLAY "BUGSCR:   DETAILS " SCO-DETAILS(WS-OFC-SUB)
007190             "  REJECTED " SCO-REJECTED(WS-OFC-SUB)
007200             "  REJECT RATE " WS-RATE-DSP " PCT"
007210             "  SUSPENSE HOLDS " SCO-SUSPENDED(WS-OFC-SUB).
007220
007230     PERFORM 4110-PRINT-ONE-REASON
007240         THRU 4110-EXIT
007250         VARYING WS-RSN-SUB FROM 1 BY 1
007260         UNTIL WS-RSN-SUB > WS-REASON-COUNT.
007270*----------------------------------------------------------------
007280 4100-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310 4110-PRINT-ONE-REASON.
007320*----------------------------------------------------------------
007330     IF RSN-OFC-SUB(WS-RSN-SUB) = WS-OFC-SUB
007340         DISPLAY "BUGSCR:     REJECT REASON "
007350                 RSN-CODE(WS-RSN-SUB) " "
007360                 RSN-COUNT(WS-RSN-SUB)
007370     END-IF.
007380*----------------------------------------------------------------
007390 4110-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------
007420 9999-TERMINATE.
007430*----------------------------------------------------------------
007440     DISPLAY "BUGSCR: RUN COMPLETE".
007450     STOP RUN.
007460*----------------------------------------------------------------
007470 9999-EXIT.
007480     EXIT.
