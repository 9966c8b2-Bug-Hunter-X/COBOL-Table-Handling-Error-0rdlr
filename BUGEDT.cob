000410*                 AT THE TOP OF THE JOB CAN REFUSE A DOUBLE RUN
000420*                 AND FLAG A MISSED OR OUT-OF-ORDER CYCLE
000430*                 BEFORE ANYTHING IS WRITTEN.
000440* 2026-10-15  RH  THE REBUILT TRAILER NOW ALSO CARRIES THE MONEY
000450*                 HASH AS THE OFFICE SENT IT, IN COLS 26-36, WITH
000460*                 A SENT FLAG IN COL 37 (Y = THE OFFICE SENT A
000470*                 NUMERIC HASH), SO THE ACKNOWLEDGMENT RETURNED TO
000480*                 THE OFFICE TIES TO THE OFFICE'S OWN FIGURE AND
000490*                 NOT TO THE SUM RECOMPUTED HERE.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT RAW-INPUT-FILE
000580         ASSIGN TO ITEMIN
000590         ORGANIZATION IS SEQUENTIAL.
000600*
000610     SELECT CLEAN-OUTPUT-FILE
000620         ASSIGN TO CLEANOUT
000630         ORGANIZATION IS SEQUENTIAL.
000640*
000650     SELECT SORT-FILE
000660         ASSIGN TO SORTWK.
000670*
000680     SELECT RUN-CONTROL-FILE
000690         ASSIGN TO RUNCTL
000700         ORGANIZATION IS SEQUENTIAL.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RAW-INPUT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  RAW-INPUT-REC.
000780     05  RI-REC-TYPE             PIC X(01).
000790         88  RI-HEADER                       VALUE "H".
000800         88  RI-DETAIL                       VALUE "D".
000810         88  RI-TRAILER                      VALUE "T".
000820     05  RI-REC-BODY              PIC X(79).
000830     05  RI-CONTROL-BODY REDEFINES RI-REC-BODY.
000840         10  RI-CONTROL-COUNT     PIC 9(05).
000850         10  RI-BATCH-ID          PIC X(08).
000860         10  RI-CONTROL-AMOUNT    PIC 9(09)V99.
000870         10  FILLER               PIC X(55).
000880     05  RI-DETAIL-BODY REDEFINES RI-REC-BODY.
000890         10  RI-DETAIL-KEY        PIC X(10).
000900         10  FILLER               PIC X(20).
000910         10  RI-DETAIL-PRICE      PIC 9(05)V99.
000920         10  FILLER               PIC X(42).
000930*
000940 FD  CLEAN-OUTPUT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  CLEAN-OUTPUT-REC.
000980     05  CO-REC-TYPE              PIC X(01).
000990     05  CO-REC-BODY              PIC X(79).
001000     05  CO-CONTROL-BODY REDEFINES CO-REC-BODY.
001010         10  CO-CONTROL-COUNT     PIC 9(05).
001020         10  FILLER               PIC X(08).
001030         10  CO-CONTROL-AMOUNT    PIC 9(09)V99.
001040         10  CO-OFFICE-AMOUNT     PIC 9(09)V99.
001050         10  CO-OFFICE-AMT-SW     PIC X(01).
001060         10  FILLER               PIC X(43).
001070*
001080 SD  SORT-FILE.
001090 01  SORT-REC.
001100     05  SRT-BATCH-SEQ            PIC 9(03).
001110     05  SRT-KEY                  PIC X(10).
001120     05  SRT-RECORD               PIC X(80).
001130*
001140 FD  RUN-CONTROL-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  RUN-CONTROL-REC.
001180     05  RCL-JOB-NAME             PIC X(08).
001190     05  RCL-PROGRAM              PIC X(08).
001200     05  RCL-EVENT                PIC X(05).
001210     05  RCL-RUN-DATE             PIC 9(06).
001220     05  RCL-RUN-TIME             PIC 9(08).
001230     05  RCL-RETURN-CODE          PIC 9(03).
001240     05  FILLER                   PIC X(42).
001250*
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------
001280* SWITCHES AND COUNTERS
001290*----------------------------------------------------------------
001300 01  WS-SWITCHES.
001310     05  WS-INPUT-EOF-SW         PIC X(01)   VALUE "N".
001320         88  WS-INPUT-EOF                    VALUE "Y".
001330     05  WS-SORT-EOF-SW          PIC X(01)   VALUE "N".
001340         88  WS-SORT-EOF                     VALUE "Y".
001350     05  WS-IN-BATCH-SW          PIC X(01)   VALUE "N".
001360         88  WS-IN-BATCH                     VALUE "Y".
001370*
001380 01  WS-AREA.
001390     05  WS-READ-COUNT           PIC 9(07)   VALUE ZEROS.
001400     05  WS-DETAIL-TOTAL         PIC 9(07)   VALUE ZEROS.
001410     05  WS-OOS-TOTAL            PIC 9(07)   VALUE ZEROS.
001420     05  WS-MISMATCH-COUNT       PIC 9(03)   VALUE ZEROS.
001430     05  WS-OUT-BATCH            PIC 9(03)   VALUE ZEROS.
001440     05  WS-REL-BATCH            PIC 9(03)   VALUE ZEROS.
001450     05  WS-BAT-SUB              PIC 9(03)   VALUE ZEROS.
001460*
001470*----------------------------------------------------------------
001480* PER-BATCH EDIT TABLE - THE ORIGINAL HEADER IMAGE IS KEPT SO
001490* THE CLEAN FILE CARRIES EACH BATCH'S HEADER THROUGH UNCHANGED;
001500* THE TRAILER IS REBUILT FROM THE DETAILS ACTUALLY PRESENT.
001510*----------------------------------------------------------------
001520 01  WS-BATCH-AREA.
001530     05  WS-BATCH-COUNT          PIC 9(03)   VALUE ZEROS.
001540     05  WS-CUR-BATCH            PIC 9(03)   VALUE ZEROS.
001550     05  WS-EDIT-TBL.
001560         10  WS-EDIT-ENTRY OCCURS 100 TIMES.
001570             15  EDT-HEADER-IMAGE    PIC X(80).
001580             15  EDT-ID              PIC X(08).
001590             15  EDT-EXPECTED        PIC 9(05).
001600             15  EDT-DETAIL-COUNT    PIC 9(05).
001610             15  EDT-OOS-COUNT       PIC 9(05).
001620             15  EDT-PREV-KEY        PIC X(10).
001630             15  EDT-EXP-AMOUNT      PIC 9(09)V99.
001640             15  EDT-COMP-AMOUNT     PIC 9(09)V99.
001650             15  EDT-EXP-AMT-SW      PIC X(01).
001660                 88  EDT-EXP-AMT-SENT        VALUE "Y".
001670*
001680 PROCEDURE DIVISION.
001690*----------------------------------------------------------------
001700 0000-MAINLINE.
001710*----------------------------------------------------------------
001720     PERFORM 9100-STAMP-RUNCTL-START
001730         THRU 9100-EXIT.
001740
001750     PERFORM 2000-EDIT-PASS
001760         THRU 2000-EXIT.
001770
001780     SORT SORT-FILE
001790         ON ASCENDING KEY SRT-BATCH-SEQ
001800                          SRT-KEY
001810         WITH DUPLICATES IN ORDER
001820         INPUT PROCEDURE IS 3000-RELEASE-DETAILS
001830                       THRU 3000-EXIT
001840         OUTPUT PROCEDURE IS 4000-WRITE-CLEAN-FILE
001850                        THRU 4000-EXIT.
001860
001870     PERFORM 5000-EDIT-REPORT
001880         THRU 5000-EXIT.
001890
001900     PERFORM 9999-TERMINATE
001910         THRU 9999-EXIT.
001920*----------------------------------------------------------------
001930 2000-EDIT-PASS.
001940*----------------------------------------------------------------
001950*    PASS ONE - READ THE RAW FILE ONCE, VERIFY THE BATCH
001960*    FRAMING AND EVERY HEADER AND TRAILER COUNT BEFORE THE
001970*    LOAD STEP EVER STARTS, AND NOTE EACH DETAIL THAT ARRIVED
001980*    OUT OF ASCENDING KEY SEQUENCE WITHIN ITS BATCH. FRAMING
001990*    FAULTS ABEND HERE - A MISFRAMED FILE CANNOT BE REPAIRED
002000*    BY SORTING.
002010*----------------------------------------------------------------
002020     OPEN INPUT RAW-INPUT-FILE.
002030
002040     PERFORM 2100-READ-RAW-INPUT
002050         THRU 2100-EXIT.
002060
002070     PERFORM 2200-EDIT-ONE-RECORD
002080         THRU 2200-EXIT
002090         UNTIL WS-INPUT-EOF.
002100
002110     IF WS-IN-BATCH
002120         DISPLAY "BUGEDT: INPUT ENDED WITHOUT A TRAILER FOR "
002130                 "BATCH " EDT-ID(WS-CUR-BATCH) " - ABENDING"
002140         MOVE 16 TO RETURN-CODE
002150         CLOSE RAW-INPUT-FILE
002160         STOP RUN
002170     END-IF.
002180
002190     IF WS-BATCH-COUNT = ZEROS
002200         DISPLAY "BUGEDT: INPUT FILE IS MISSING ITS HEADER "
002210                 "RECORD - ABENDING"
002220         MOVE 16 TO RETURN-CODE
002230         CLOSE RAW-INPUT-FILE
002240         STOP RUN
002250     END-IF.
002260
002270     CLOSE RAW-INPUT-FILE.
002280*----------------------------------------------------------------
002290 2000-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320 2100-READ-RAW-INPUT.
002330*----------------------------------------------------------------
002340     READ RAW-INPUT-FILE
002350         AT END
002360             MOVE "Y" TO WS-INPUT-EOF-SW.
002370*----------------------------------------------------------------
002380 2100-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410 2200-EDIT-ONE-RECORD.
002420*----------------------------------------------------------------
002430     ADD 1 TO WS-READ-COUNT.
002440
002450     EVALUATE TRUE
002460         WHEN RI-HEADER
002470             PERFORM 2300-EDIT-HEADER
002480                 THRU 2300-EXIT
002490         WHEN RI-DETAIL AND NOT WS-IN-BATCH
002500             DISPLAY "BUGEDT: DETAIL WITH NO OPEN BATCH AT "
002510                     "READ COUNT " WS-READ-COUNT " - ABENDING"
002520             MOVE 16 TO RETURN-CODE
002530             CLOSE RAW-INPUT-FILE
002540             STOP RUN
002550         WHEN RI-DETAIL
002560             PERFORM 2400-EDIT-DETAIL
002570                 THRU 2400-EXIT
002580         WHEN RI-TRAILER AND NOT WS-IN-BATCH
002590             DISPLAY "BUGEDT: TRAILER WITH NO OPEN BATCH AT "
002600                     "READ COUNT " WS-READ-COUNT " - ABENDING"
002610             MOVE 16 TO RETURN-CODE
002620             CLOSE RAW-INPUT-FILE
002630             STOP RUN
002640         WHEN RI-TRAILER
002650             PERFORM 2500-EDIT-TRAILER
002660                 THRU 2500-EXIT
002670         WHEN OTHER
002680             DISPLAY "BUGEDT: UNRECOGNIZED RECORD TYPE "
002690                     RI-REC-TYPE " AT READ COUNT "
002700                     WS-READ-COUNT " - ABENDING"
002710             MOVE 16 TO RETURN-CODE
002720             CLOSE RAW-INPUT-FILE
002730             STOP RUN
002740     END-EVALUATE.
002750
002760     PERFORM 2100-READ-RAW-INPUT
002770         THRU 2100-EXIT.
002780*----------------------------------------------------------------
002790 2200-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820 2300-EDIT-HEADER.
002830*----------------------------------------------------------------
002840     IF WS-IN-BATCH
002850         DISPLAY "BUGEDT: HEADER INSIDE OPEN BATCH "
002860                 EDT-ID(WS-CUR-BATCH) " AT READ COUNT "
002870                 WS-READ-COUNT " - ABENDING"
002880         MOVE 16 TO RETURN-CODE
002890         CLOSE RAW-INPUT-FILE
002900         STOP RUN
002910     END-IF.
002920
002930     IF WS-BATCH-COUNT = 100
002940         DISPLAY "BUGEDT: MORE THAN 100 BATCHES ON INPUT - "
002950                 "ABENDING"
002960         MOVE 16 TO RETURN-CODE
002970         CLOSE RAW-INPUT-FILE
002980         STOP RUN
002990     END-IF.
003000
003010     ADD 1 TO WS-BATCH-COUNT.
003020     MOVE WS-BATCH-COUNT TO WS-CUR-BATCH.
003030     MOVE "Y" TO WS-IN-BATCH-SW.
003040
003050     MOVE RAW-INPUT-REC    TO EDT-HEADER-IMAGE(WS-CUR-BATCH).
003060     MOVE RI-BATCH-ID      TO EDT-ID(WS-CUR-BATCH).
003070     MOVE RI-CONTROL-COUNT TO EDT-EXPECTED(WS-CUR-BATCH).
003080     MOVE ZEROS            TO EDT-DETAIL-COUNT(WS-CUR-BATCH)
003090                              EDT-OOS-COUNT(WS-CUR-BATCH)
003100                              EDT-EXP-AMOUNT(WS-CUR-BATCH)
003110                              EDT-COMP-AMOUNT(WS-CUR-BATCH).
003120     MOVE LOW-VALUES       TO EDT-PREV-KEY(WS-CUR-BATCH).
003130     MOVE "N"              TO EDT-EXP-AMT-SW(WS-CUR-BATCH).
003140*----------------------------------------------------------------
003150 2300-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180 2400-EDIT-DETAIL.
003190*----------------------------------------------------------------
003200*    A KEY THAT IS NOT STRICTLY ABOVE THE ONE BEFORE IT IS THE
003210*    CONDITION THAT USED TO ABEND BUGSOL MID-LOAD - HERE IT IS
003220*    ONLY REPORTED, BECAUSE THE SORT PASS PUTS IT WHERE IT
003230*    BELONGS BEFORE BUGSOL EVER SEES THE FILE.
003240*----------------------------------------------------------------
003250     ADD 1 TO EDT-DETAIL-COUNT(WS-CUR-BATCH).
003260     ADD 1 TO WS-DETAIL-TOTAL.
003270
003280     IF RI-DETAIL-PRICE NUMERIC
003290         ADD RI-DETAIL-PRICE TO EDT-COMP-AMOUNT(WS-CUR-BATCH)
003300     END-IF.
003310
003320     IF RI-DETAIL-KEY NOT > EDT-PREV-KEY(WS-CUR-BATCH)
003330         ADD 1 TO EDT-OOS-COUNT(WS-CUR-BATCH)
003340         ADD 1 TO WS-OOS-TOTAL
003350         DISPLAY "BUGEDT:   RESEQUENCED - BATCH "
003360                 EDT-ID(WS-CUR-BATCH) " KEY " RI-DETAIL-KEY
003370                 " AT READ COUNT " WS-READ-COUNT
003380                 " WAS OUT OF SEQUENCE"
003390     END-IF.
003400
003410     IF RI-DETAIL-KEY > EDT-PREV-KEY(WS-CUR-BATCH)
003420         MOVE RI-DETAIL-KEY TO EDT-PREV-KEY(WS-CUR-BATCH)
003430     END-IF.
003440*----------------------------------------------------------------
003450 2400-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480 2500-EDIT-TRAILER.
003490*----------------------------------------------------------------
003500     MOVE "N" TO WS-IN-BATCH-SW.
003510
003520     IF RI-CONTROL-COUNT
003530             NOT = EDT-DETAIL-COUNT(WS-CUR-BATCH)
003540         ADD 1 TO WS-MISMATCH-COUNT
003550         DISPLAY "BUGEDT: *** BATCH " EDT-ID(WS-CUR-BATCH)
003560                 " TRAILER COUNT " RI-CONTROL-COUNT
003570                 " DOES NOT MATCH " EDT-DETAIL-COUNT(WS-CUR-BATCH)
003580                 " DETAILS READ ***"
003590         MOVE 8 TO RETURN-CODE
003600     END-IF.
003610
003620     IF EDT-EXPECTED(WS-CUR-BATCH)
003630             NOT = EDT-DETAIL-COUNT(WS-CUR-BATCH)
003640         ADD 1 TO WS-MISMATCH-COUNT
003650         DISPLAY "BUGEDT: *** BATCH " EDT-ID(WS-CUR-BATCH)
003660                 " HEADER EXPECTS " EDT-EXPECTED(WS-CUR-BATCH)
003670                 " BUT " EDT-DETAIL-COUNT(WS-CUR-BATCH)
003680                 " DETAILS READ ***"
003690         MOVE 8 TO RETURN-CODE
003700     END-IF.
003710
003720*    THE TRAILER MONEY HASH - AN OLD-FORMAT (NON-NUMERIC)
003730*    AMOUNT CANNOT BE VERIFIED AND IS ONLY NOTED; THE REBUILT
003740*    TRAILER DOWNSTREAM CARRIES THE COMPUTED SUM EITHER WAY,
003750*    AND THE OFFICE'S OWN FIGURE ALONGSIDE IT WHEN ONE WAS SENT.
003760     IF RI-CONTROL-AMOUNT NUMERIC
003770         MOVE RI-CONTROL-AMOUNT TO EDT-EXP-AMOUNT(WS-CUR-BATCH)
003780         MOVE "Y"               TO EDT-EXP-AMT-SW(WS-CUR-BATCH)
003790         IF RI-CONTROL-AMOUNT
003800                 NOT = EDT-COMP-AMOUNT(WS-CUR-BATCH)
003810             ADD 1 TO WS-MISMATCH-COUNT
003820             DISPLAY "BUGEDT: *** BATCH " EDT-ID(WS-CUR-BATCH)
003830                     " TRAILER AMOUNT " RI-CONTROL-AMOUNT
003840                     " DOES NOT MATCH COMPUTED "
003850                     EDT-COMP-AMOUNT(WS-CUR-BATCH) " ***"
003860             MOVE 8 TO RETURN-CODE
003870         END-IF
003880     ELSE
003890         DISPLAY "BUGEDT: BATCH " EDT-ID(WS-CUR-BATCH)
003900                 " TRAILER CARRIES NO MONEY HASH - AMOUNT "
003910                 "CONTROL NOT VERIFIED THIS BATCH"
003920     END-IF.
003930*----------------------------------------------------------------
003940 2500-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970 3000-RELEASE-DETAILS.
003980*----------------------------------------------------------------
003990*    SORT INPUT PROCEDURE - SECOND PASS OVER THE RAW FILE,
004000*    FRAMING ALREADY PROVEN GOOD BY 2000-EDIT-PASS. ONLY THE
004010*    DETAIL RECORDS ARE RELEASED, TAGGED WITH THEIR BATCH
004020*    SEQUENCE SO THE SORT KEY (BATCH, ITEM KEY) ORDERS EACH
004030*    BATCH INTERNALLY WITHOUT MIXING BATCHES TOGETHER.
004040*----------------------------------------------------------------
004050     MOVE "N"   TO WS-INPUT-EOF-SW.
004060     MOVE ZEROS TO WS-REL-BATCH.
004070
004080     OPEN INPUT RAW-INPUT-FILE.
004090
004100     PERFORM 2100-READ-RAW-INPUT
004110         THRU 2100-EXIT.
004120
004130     PERFORM 3100-RELEASE-ONE-RECORD
004140         THRU 3100-EXIT
004150         UNTIL WS-INPUT-EOF.
004160
004170     CLOSE RAW-INPUT-FILE.
004180*----------------------------------------------------------------
004190 3000-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220 3100-RELEASE-ONE-RECORD.
004230*----------------------------------------------------------------
004240     EVALUATE TRUE
004250         WHEN RI-HEADER
004260             ADD 1 TO WS-REL-BATCH
004270         WHEN RI-DETAIL
004280             MOVE WS-REL-BATCH   TO SRT-BATCH-SEQ
004290             MOVE RI-DETAIL-KEY  TO SRT-KEY
004300             MOVE RAW-INPUT-REC  TO SRT-RECORD
004310             RELEASE SORT-REC
004320         WHEN OTHER
004330             CONTINUE
004340     END-EVALUATE.
004350
004360     PERFORM 2100-READ-RAW-INPUT
004370         THRU 2100-EXIT.
004380*----------------------------------------------------------------
004390 3100-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420 4000-WRITE-CLEAN-FILE.
004430*----------------------------------------------------------------
004440*    SORT OUTPUT PROCEDURE - REBUILD THE FILE BATCH BY BATCH:
004450*    EACH BATCH'S ORIGINAL HEADER IMAGE, ITS DETAILS IN SORTED
004460*    KEY ORDER, THEN A TRAILER REBUILT FROM THE DETAIL COUNT
004470*    ACTUALLY PRESENT. BATCHES WITH NO DETAILS STILL GET THEIR
004480*    HEADER AND TRAILER SO THE CLEAN FILE FRAMES EXACTLY LIKE
004490*    THE RAW ONE.
004500*----------------------------------------------------------------
004510     MOVE ZEROS TO WS-OUT-BATCH.
004520
004530     OPEN OUTPUT CLEAN-OUTPUT-FILE.
004540
004550     RETURN SORT-FILE
004560         AT END
004570             MOVE "Y" TO WS-SORT-EOF-SW.
004580
004590     PERFORM 4200-WRITE-ONE-DETAIL
004600         THRU 4200-EXIT
004610         UNTIL WS-SORT-EOF.
004620
004630     PERFORM 4100-ADVANCE-ONE-BATCH
004640         THRU 4100-EXIT
004650         UNTIL WS-OUT-BATCH = WS-BATCH-COUNT.
004660
004670     PERFORM 4300-WRITE-TRAILER
004680         THRU 4300-EXIT.
004690
004700     CLOSE CLEAN-OUTPUT-FILE.
004710*----------------------------------------------------------------
004720 4000-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750 4100-ADVANCE-ONE-BATCH.
004760*----------------------------------------------------------------
004770*    CLOSE OUT THE OPEN BATCH (IF ANY) WITH ITS REBUILT
004780*    TRAILER AND OPEN THE NEXT ONE WITH ITS ORIGINAL HEADER.
004790*----------------------------------------------------------------
004800     IF WS-OUT-BATCH > ZEROS
004810         PERFORM 4300-WRITE-TRAILER
004820             THRU 4300-EXIT
004830     END-IF.
004840
004850     ADD 1 TO WS-OUT-BATCH.
004860
004870     MOVE EDT-HEADER-IMAGE(WS-OUT-BATCH)
004880         TO CLEAN-OUTPUT-REC.
004890     WRITE CLEAN-OUTPUT-REC.
004900*----------------------------------------------------------------
004910 4100-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940 4200-WRITE-ONE-DETAIL.
004950*----------------------------------------------------------------
004960     PERFORM 4100-ADVANCE-ONE-BATCH
004970         THRU 4100-EXIT
004980         UNTIL WS-OUT-BATCH = SRT-BATCH-SEQ.
004990
005000     MOVE SRT-RECORD TO CLEAN-OUTPUT-REC.
005010     WRITE CLEAN-OUTPUT-REC.
005020
005030     RETURN SORT-FILE
005040         AT END
005050             MOVE "Y" TO WS-SORT-EOF-SW.
005060*----------------------------------------------------------------
005070 4200-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100 4300-WRITE-TRAILER.
005110*----------------------------------------------------------------
005120     MOVE SPACES TO CLEAN-OUTPUT-REC.
005130     MOVE "T" TO CO-REC-TYPE.
005140     MOVE EDT-DETAIL-COUNT(WS-OUT-BATCH) TO CO-CONTROL-COUNT.
005150     MOVE EDT-COMP-AMOUNT(WS-OUT-BATCH)  TO CO-CONTROL-AMOUNT.
005160     MOVE EDT-EXP-AMOUNT(WS-OUT-BATCH)   TO CO-OFFICE-AMOUNT.
005170     MOVE EDT-EXP-AMT-SW(WS-OUT-BATCH)   TO CO-OFFICE-AMT-SW.
005180     WRITE CLEAN-OUTPUT-REC.
005190*----------------------------------------------------------------
005200 4300-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230 5000-EDIT-REPORT.
005240*----------------------------------------------------------------
005250     DISPLAY "BUGEDT: EDIT REPORT BY BATCH".
005260
005270     PERFORM 5100-REPORT-ONE-BATCH
005280         THRU 5100-EXIT
005290         VARYING WS-BAT-SUB FROM 1 BY 1
005300         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
005310
005320     DISPLAY "BUGEDT: BATCHES " WS-BATCH-COUNT
005330             " DETAILS " WS-DETAIL-TOTAL
005340             " RESEQUENCED " WS-OOS-TOTAL
005350             " COUNT MISMATCHES " WS-MISMATCH-COUNT.
005360
005370     IF WS-OOS-TOTAL NOT = ZEROS
005380         DISPLAY "BUGEDT: INPUT ARRIVED UNSORTED - CLEAN FILE "
005390                 "IS IN ASCENDING KEY ORDER PER BATCH"
005400     END-IF.
005410*----------------------------------------------------------------
005420 5000-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450 5100-REPORT-ONE-BATCH.
005460*----------------------------------------------------------------
005470     DISPLAY "BUGEDT:   BATCH " EDT-ID(WS-BAT-SUB)
005480             " EXPECTED " EDT-EXPECTED(WS-BAT-SUB)
005490             " DETAILS " EDT-DETAIL-COUNT(WS-BAT-SUB)
005500             " RESEQUENCED " EDT-OOS-COUNT(WS-BAT-SUB).
005510     DISPLAY "BUGEDT:   BATCH " EDT-ID(WS-BAT-SUB)
005520             " AMOUNT EXPECTED " EDT-EXP-AMOUNT(WS-BAT-SUB)
005530             " COMPUTED " EDT-COMP-AMOUNT(WS-BAT-SUB).
005540*----------------------------------------------------------------
005550 5100-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580 9100-STAMP-RUNCTL-START.
005590*----------------------------------------------------------------
005600*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
005610*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
005620*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
005630*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
005640*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
005650*----------------------------------------------------------------
005660     OPEN OUTPUT RUN-CONTROL-FILE.
005670     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
005680     MOVE "BUGEDT"   TO RCL-PROGRAM.
005690     MOVE "START"    TO RCL-EVENT.
005700     ACCEPT RCL-RUN-DATE FROM DATE.
005710     ACCEPT RCL-RUN-TIME FROM TIME.
005720     MOVE ZEROS TO RCL-RETURN-CODE.
005730     WRITE RUN-CONTROL-REC.
005740     CLOSE RUN-CONTROL-FILE.
005750*----------------------------------------------------------------
005760 9100-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790 9200-STAMP-RUNCTL-END.
005800*----------------------------------------------------------------
005810*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
005820*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
005830*    ABENDED ONE.
005840*----------------------------------------------------------------
005850     OPEN OUTPUT RUN-CONTROL-FILE.
005860     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
005870     MOVE "BUGEDT"   TO RCL-PROGRAM.
005880     MOVE "END"      TO RCL-EVENT.
005890     ACCEPT RCL-RUN-DATE FROM DATE.
005900     ACCEPT RCL-RUN-TIME FROM TIME.
005910     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005920     WRITE RUN-CONTROL-REC.
005930     CLOSE RUN-CONTROL-FILE.
005940*----------------------------------------------------------------
005950 9200-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980 9999-TERMINATE.
005990*----------------------------------------------------------------
006000     PERFORM 9200-STAMP-RUNCTL-END
006010         THRU 9200-EXIT.
006020
006030     STOP RUN.
006040*----------------------------------------------------------------
006050 9999-EXIT.
006060     EXIT.
