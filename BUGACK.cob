000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGACK.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-08.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-08  RH  ORIGINAL ACKNOWLEDGMENT RETURN FILE BUILDER.
000120*                 RUNS RIGHT AFTER THE BUGSOL LOAD. READS THE
000130*                 ACKNOWLEDGMENT WORK FILE BUGSOL WRITES (ONE
000140*                 RECORD PER DETAIL AN OFFICE SENT, WITH ITS
000150*                 FATE, AND ONE SUMMARY PER BATCH) PLUS THE
000160*                 DETAILS THE PENDING SCREEN HELD TONIGHT, AND
000170*                 WRITES ONE FRAMED H/D.../T GROUP PER SENDING
000180*                 BATCH ID TO THE NIGHT'S ACKNOWLEDGMENT
000190*                 GENERATION - A LINE PER DETAIL WITH ITS
000200*                 DISPOSITION (A APPLIED, R REJECTED, P HELD
000210*                 PENDING, S SUSPENDED ON PRICE TOLERANCE, Q
000220*                 QUARANTINED, U HELD UNREGISTERED), REASON
000230*                 CODE, AND THE ITEM AS IT NOW STANDS ON THE
000240*                 MASTER, AND A TRAILER THAT TIES THE LINES
000250*                 BACK TO THE COUNT AND MONEY HASH THE OFFICE
000260*                 SENT. A GROUP THAT DOES NOT TIE ENDS THE
000270*                 STEP RC=04.
000280* 2026-10-15  RH  THE SENT MONEY HASH ON THE HEADER AND TRAILER IS
000290*                 NOW THE OFFICE'S OWN TRAILER FIGURE, CARRIED
000300*                 THROUGH THE FRONT-END EDIT ON THE BATCH SUMMARY,
000310*                 PLUS WHAT THE PENDING SCREEN HELD - NOT THE SUM
000320*                 THE EDIT RECOMPUTED - SO A GROUP WHOSE LINES DO
000330*                 NOT ADD UP TO WHAT THE OFFICE SENT NO LONGER
000340*                 TIES. A BATCH WHOSE TRAILER CARRIED NO HASH
000350*                 STILL USES THE RECOMPUTED ONE.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ACK-WORK-FILE
000440         ASSIGN TO ACKWK
000450         ORGANIZATION IS SEQUENTIAL.
000460*
000470     SELECT PEND-FILE
000480         ASSIGN TO PENDNEW
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PEND-FS.
000510*
000520     SELECT ITEM-MASTER-FILE
000530         ASSIGN TO ITEMMSTR
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS IM-ITEM-KEY
000570         FILE STATUS IS WS-MASTER-FS.
000580*
000590     SELECT ACK-OUT-FILE
000600         ASSIGN TO ACKOUT
000610         ORGANIZATION IS SEQUENTIAL.
000620*
000630     SELECT SORT-FILE
000640         ASSIGN TO SORTWK.
000650*
000660     SELECT RUN-CONTROL-FILE
000670         ASSIGN TO RUNCTL
000680         ORGANIZATION IS SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ACK-WORK-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  ACK-WORK-REC.
000760     05  ACW-REC-TYPE             PIC X(01).
000770         88  ACW-DETAIL                   VALUE "D".
000780         88  ACW-BATCH-SUMMARY            VALUE "B".
000790     05  ACW-BAT-SUB              PIC 9(03).
000800     05  ACW-BATCH-ID             PIC X(08).
000810     05  ACW-RUN-DATE             PIC 9(06).
000820     05  ACW-REC-BODY             PIC X(82).
000830     05  ACW-DETAIL-BODY REDEFINES ACW-REC-BODY.
000840         10  ACW-SEQ              PIC 9(07).
000850         10  ACW-ACTION           PIC X(01).
000860         10  ACW-DISP             PIC X(01).
000870         10  ACW-REASON           PIC X(09).
000880         10  ACW-ITEM             PIC X(46).
000890         10  FILLER REDEFINES ACW-ITEM.
000900             15  ACW-ITEM-KEY     PIC X(10).
000910             15  FILLER           PIC X(36).
000920         10  FILLER               PIC X(18).
000930     05  ACW-BATCH-BODY REDEFINES ACW-REC-BODY.
000940         10  ACW-EXPECTED         PIC 9(05).
000950         10  ACW-EXP-AMOUNT       PIC 9(09)V99.
000960         10  ACW-DETAIL-COUNT     PIC 9(07).
000970         10  ACW-COMP-AMOUNT      PIC 9(09)V99.
000980         10  ACW-BAT-DISP         PIC X(01).
000990         10  ACW-OFFICE-AMOUNT    PIC 9(09)V99.
001000         10  ACW-OFFICE-AMT-SW    PIC X(01).
001010             88  ACW-OFFICE-AMT-SENT         VALUE "Y".
001020         10  FILLER               PIC X(35).
001030*
001040 FD  PEND-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  PEND-REC.
001080     05  PO-HELD-DATE             PIC 9(06).
001090     05  PO-BATCH-ID              PIC X(08).
001100     05  PO-ITEM.
001110         10  PO-ITEM-KEY          PIC X(10).
001120         10  PO-ITEM-DESC         PIC X(20).
001130         10  PO-ITEM-PRICE        PIC 9(05)V99.
001140         10  PO-ITEM-STATUS       PIC X(01).
001150         10  PO-ITEM-EFF-DATE     PIC 9(08).
001160     05  PO-ACTION                PIC X(01).
001170     05  FILLER                   PIC X(19).
001180*
001190 FD  ITEM-MASTER-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  ITEM-MASTER-REC.
001220     05  IM-ITEM.
001230         10  IM-ITEM-KEY         PIC X(10).
001240         10  IM-ITEM-DESC        PIC X(20).
001250         10  IM-ITEM-PRICE       PIC 9(05)V99.
001260         10  IM-ITEM-STATUS      PIC X(01).
001270         10  IM-ITEM-EFF-DATE    PIC 9(08).
001280     05  IM-BATCH-ID             PIC X(08).
001290     05  FILLER                  PIC X(26).
001300*
001310 FD  ACK-OUT-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  ACK-OUT-REC.
001350     05  AK-REC-TYPE              PIC X(01).
001360         88  AK-HEADER                    VALUE "H".
001370         88  AK-DETAIL                    VALUE "D".
001380         88  AK-TRAILER                   VALUE "T".
001390     05  AK-BATCH-ID              PIC X(08).
001400     05  AK-RUN-DATE              PIC 9(06).
001410     05  AK-REC-BODY              PIC X(105).
001420     05  AK-HEADER-BODY REDEFINES AK-REC-BODY.
001430         10  AK-HDR-BAT-DISP      PIC X(01).
001440         10  AK-HDR-SENT-COUNT    PIC 9(05).
001450         10  AK-HDR-SENT-AMOUNT   PIC 9(09)V99.
001460         10  FILLER               PIC X(88).
001470     05  AK-DETAIL-BODY REDEFINES AK-REC-BODY.
001480         10  AK-ACTION            PIC X(01).
001490         10  AK-DISP              PIC X(01).
001500         10  AK-REASON            PIC X(09).
001510         10  AK-SENT-ITEM         PIC X(46).
001520         10  AK-ON-MASTER         PIC X(01).
001530         10  AK-MASTER-ITEM       PIC X(46).
001540         10  FILLER               PIC X(01).
001550     05  AK-TRAILER-BODY REDEFINES AK-REC-BODY.
001560         10  AK-TRL-SENT-COUNT    PIC 9(05).
001570         10  AK-TRL-SENT-AMOUNT   PIC 9(09)V99.
001580         10  AK-TRL-ACK-COUNT     PIC 9(07).
001590         10  AK-TRL-ACK-AMOUNT    PIC 9(09)V99.
001600         10  AK-TRL-APPLIED       PIC 9(07).
001610         10  AK-TRL-REJECTED      PIC 9(07).
001620         10  AK-TRL-PENDING       PIC 9(07).
001630         10  AK-TRL-SUSPENDED     PIC 9(07).
001640         10  AK-TRL-HELD          PIC 9(07).
001650         10  AK-TRL-BALANCED      PIC X(01).
001660         10  FILLER               PIC X(35).
001670*
001680 SD  SORT-FILE.
001690 01  SORT-REC.
001700     05  SRT-BAT-SUB              PIC 9(03).
001710     05  SRT-KEY                  PIC X(10).
001720     05  SRT-SEQ                  PIC 9(07).
001730     05  SRT-ACTION               PIC X(01).
001740     05  SRT-DISP                 PIC X(01).
001750         88  SRT-DISP-APPLIED             VALUE "A".
001760         88  SRT-DISP-REJECTED            VALUE "R".
001770         88  SRT-DISP-PENDING             VALUE "P".
001780         88  SRT-DISP-SUSPENDED           VALUE "S".
001790         88  SRT-DISP-HELD                VALUE "Q" "U".
001800     05  SRT-REASON               PIC X(09).
001810     05  SRT-ITEM                 PIC X(46).
001820     05  FILLER REDEFINES SRT-ITEM.
001830         10  FILLER               PIC X(30).
001840         10  SRT-ITEM-PRICE       PIC 9(05)V99.
001850         10  FILLER               PIC X(09).
001860*
001870 FD  RUN-CONTROL-FILE
001880     RECORDING MODE IS F
001890     LABEL RECORDS ARE STANDARD.
001900 01  RUN-CONTROL-REC.
001910     05  RCL-JOB-NAME             PIC X(08).
001920     05  RCL-PROGRAM              PIC X(08).
001930     05  RCL-EVENT                PIC X(05).
001940     05  RCL-RUN-DATE             PIC 9(06).
001950     05  RCL-RUN-TIME             PIC 9(08).
001960     05  RCL-RETURN-CODE          PIC 9(03).
001970     05  FILLER                   PIC X(42).
001980*
001990 WORKING-STORAGE SECTION.
002000*----------------------------------------------------------------
002010* SWITCHES AND COUNTERS
002020*----------------------------------------------------------------
002030 01  WS-SWITCHES.
002040     05  WS-ACKWK-EOF-SW         PIC X(01)   VALUE "N".
002050         88  WS-ACKWK-EOF                    VALUE "Y".
002060     05  WS-PEND-EOF-SW          PIC X(01)   VALUE "N".
002070         88  WS-PEND-EOF                     VALUE "Y".
002080     05  WS-SORT-EOF-SW          PIC X(01)   VALUE "N".
002090         88  WS-SORT-EOF                     VALUE "Y".
002100     05  WS-PEND-FS              PIC X(02)   VALUE "00".
002110         88  WS-PEND-FS-OK                   VALUE "00".
002120         88  WS-PEND-NOT-FOUND               VALUE "35".
002130     05  WS-MASTER-FS            PIC X(02)   VALUE "00".
002140         88  WS-MASTER-FS-OK                 VALUE "00".
002150*
002160 01  WS-AREA.
002170     05  WS-RUN-DATE             PIC 9(06)   VALUE ZEROS.
002180     05  WS-WORK-COUNT           PIC 9(07)   VALUE ZEROS.
002190     05  WS-PEND-COUNT           PIC 9(07)   VALUE ZEROS.
002200     05  WS-PEND-SKIP-COUNT      PIC 9(07)   VALUE ZEROS.
002210     05  WS-DETAIL-OUT-COUNT     PIC 9(07)   VALUE ZEROS.
002220     05  WS-UNBALANCED-COUNT     PIC 9(03)   VALUE ZEROS.
002230*
002240*----------------------------------------------------------------
002250* ONE ENTRY PER OFFICE BATCH, LOADED FROM THE WORK FILE'S "B"
002260* SUMMARIES IN THE ORDER BUGSOL READ THE BATCHES. BAT-SOL-SUB
002270* IS BUGSOL'S OWN ORDINAL FOR THE BATCH, WHICH THE "D" RECORDS
002280* CARRY AND THE SORT GROUPS ON. THE PENDING FIELDS ADD BACK
002290* WHAT THE PENDING SCREEN TOOK OUT OF THE HEADER AND TRAILER,
002300* AND THE REST ARE THE GROUP'S RUNNING TOTALS AS IT IS WRITTEN.
002310*----------------------------------------------------------------
002320 01  WS-BATCH-AREA.
002330     05  WS-BATCH-COUNT          PIC 9(03)   VALUE ZEROS.
002340     05  WS-BAT-SUB              PIC 9(03)   VALUE ZEROS.
002350     05  WS-BAT-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
002360     05  WS-BATCH-TBL.
002370         10  WS-BATCH-ENTRY OCCURS 100 TIMES.
002380             15  BAT-SOL-SUB         PIC 9(03).
002390             15  BAT-ID              PIC X(08).
002400             15  BAT-DISP            PIC X(01).
002410             15  BAT-EXPECTED        PIC 9(05).
002420             15  BAT-EXP-AMOUNT      PIC 9(09)V99.
002430             15  BAT-PEND-COUNT      PIC 9(05).
002440             15  BAT-PEND-AMOUNT     PIC 9(09)V99.
002450             15  BAT-ACK-COUNT       PIC 9(07).
002460             15  BAT-ACK-AMOUNT      PIC 9(09)V99.
002470             15  BAT-APPLIED         PIC 9(07).
002480             15  BAT-REJECTED        PIC 9(07).
002490             15  BAT-PENDING         PIC 9(07).
002500             15  BAT-SUSPENDED       PIC 9(07).
002510             15  BAT-HELD            PIC 9(07).
002520*
002530 PROCEDURE DIVISION.
002540*----------------------------------------------------------------
002550 0000-MAINLINE.
002560*----------------------------------------------------------------
002570     PERFORM 9100-STAMP-RUNCTL-START
002580         THRU 9100-EXIT.
002590
002600     PERFORM 1000-INITIALIZE
002610         THRU 1000-EXIT.
002620
002630     IF WS-BATCH-COUNT = ZEROS
002640         DISPLAY "BUGACK: NO OFFICE BATCHES LOADED TONIGHT - "
002650                 "NOTHING TO ACKNOWLEDGE"
002660         OPEN OUTPUT ACK-OUT-FILE
002670         CLOSE ACK-OUT-FILE
002680     ELSE
002690         SORT SORT-FILE
002700             ON ASCENDING KEY SRT-BAT-SUB
002710                              SRT-KEY
002720                              SRT-SEQ
002730             INPUT PROCEDURE IS 2000-RELEASE-PASS
002740                           THRU 2000-EXIT
002750             OUTPUT PROCEDURE IS 3000-WRITE-PASS
002760                            THRU 3000-EXIT
002770     END-IF.
002780
002790     PERFORM 4000-PRINT-TOTALS
002800         THRU 4000-EXIT.
002810
002820     PERFORM 9999-TERMINATE
002830         THRU 9999-EXIT.
002840*----------------------------------------------------------------
002850 1000-INITIALIZE.
002860*----------------------------------------------------------------
002870*    FIRST PASS OVER THE WORK FILE - LOAD THE BATCH SUMMARIES
002880*    BUGSOL WROTE AT THE END OF ITS RUN, AND TAKE THE RUN DATE
002890*    FROM THEM SO THE PENDING HOLDS MATCHED LATER ARE THE ONES
002900*    FROM THE SAME NIGHT'S SCREEN.
002910*----------------------------------------------------------------
002920     DISPLAY "BUGACK: OFFICE ACKNOWLEDGMENT RETURN FILE".
002930
002940     ACCEPT WS-RUN-DATE FROM DATE.
002950
002960     OPEN INPUT ACK-WORK-FILE.
002970
002980     PERFORM 1050-READ-ACK-WORK
002990         THRU 1050-EXIT.
003000
003010     PERFORM 1100-LOAD-ONE-SUMMARY
003020         THRU 1100-EXIT
003030         UNTIL WS-ACKWK-EOF.
003040
003050     CLOSE ACK-WORK-FILE.
003060
003070     DISPLAY "BUGACK: RUN DATE " WS-RUN-DATE
003080             " - OFFICE BATCHES " WS-BATCH-COUNT.
003090*----------------------------------------------------------------
003100 1000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130 1050-READ-ACK-WORK.
003140*----------------------------------------------------------------
003150     READ ACK-WORK-FILE
003160         AT END
003170             MOVE "Y" TO WS-ACKWK-EOF-SW.
003180*----------------------------------------------------------------
003190 1050-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 1100-LOAD-ONE-SUMMARY.
003230*----------------------------------------------------------------
003240     IF NOT ACW-BATCH-SUMMARY
003250         GO TO 1100-READ
003260     END-IF.
003270
003280     IF WS-BATCH-COUNT NOT < 100
003290         DISPLAY "BUGACK: MORE THAN 100 OFFICE BATCHES ON THE "
003300                 "WORK FILE - ABENDING"
003310         MOVE 16 TO RETURN-CODE
003320         CLOSE ACK-WORK-FILE
003330         STOP RUN
003340     END-IF.
003350
003360     ADD 1 TO WS-BATCH-COUNT.
003370     MOVE ACW-RUN-DATE TO WS-RUN-DATE.
003380     MOVE ZEROS TO BAT-PEND-COUNT(WS-BATCH-COUNT)
003390                    BAT-PEND-AMOUNT(WS-BATCH-COUNT)
003400                    BAT-ACK-COUNT(WS-BATCH-COUNT)
003410                    BAT-ACK-AMOUNT(WS-BATCH-COUNT)
003420                    BAT-APPLIED(WS-BATCH-COUNT)
003430                    BAT-REJECTED(WS-BATCH-COUNT)
003440                    BAT-PENDING(WS-BATCH-COUNT)
003450                    BAT-SUSPENDED(WS-BATCH-COUNT)
003460                    BAT-HELD(WS-BATCH-COUNT).
003470     MOVE ACW-BAT-SUB      TO BAT-SOL-SUB(WS-BATCH-COUNT).
003480     MOVE ACW-BATCH-ID     TO BAT-ID(WS-BATCH-COUNT).
003490     MOVE ACW-BAT-DISP     TO BAT-DISP(WS-BATCH-COUNT).
003500     MOVE ACW-EXPECTED     TO BAT-EXPECTED(WS-BATCH-COUNT).
003510     MOVE ACW-EXP-AMOUNT   TO BAT-EXP-AMOUNT(WS-BATCH-COUNT).
003520     IF ACW-OFFICE-AMT-SENT
003530        AND ACW-OFFICE-AMOUNT NUMERIC
003540         MOVE ACW-OFFICE-AMOUNT TO BAT-EXP-AMOUNT(WS-BATCH-COUNT)
003550     END-IF.
003560
003570 1100-READ.
003580     PERFORM 1050-READ-ACK-WORK
003590         THRU 1050-EXIT.
003600*----------------------------------------------------------------
003610 1100-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640 2000-RELEASE-PASS.
003650*----------------------------------------------------------------
003660*    SORT INPUT PROCEDURE. EVERY "D" RECORD ON THE WORK FILE
003670*    GOES TO THE SORT AS IT STANDS; THEN EVERY DETAIL THE
003680*    PENDING SCREEN HELD TONIGHT (HOLD DATE = RUN DATE) GOES
003690*    IN UNDER THE FIRST OFFICE BATCH WITH ITS BATCH ID AS
003700*    DISPOSITION P, AND IS ADDED BACK TO THAT BATCH'S SENT
003710*    COUNT AND HASH. RECORDS CARRIED FORWARD FROM EARLIER
003720*    NIGHTS WERE ACKNOWLEDGED THE NIGHT THEY WERE HELD. A HOLD
003730*    FROM ONE OF THE SUITE'S OWN PSEUDO-BATCHES MATCHES NO
003740*    OFFICE BATCH AND IS SKIPPED.
003750*----------------------------------------------------------------
003760     MOVE "N" TO WS-ACKWK-EOF-SW.
003770     OPEN INPUT ACK-WORK-FILE.
003780
003790     PERFORM 1050-READ-ACK-WORK
003800         THRU 1050-EXIT.
003810
003820     PERFORM 2100-RELEASE-ONE-WORK
003830         THRU 2100-EXIT
003840         UNTIL WS-ACKWK-EOF.
003850
003860     CLOSE ACK-WORK-FILE.
003870
003880     OPEN INPUT PEND-FILE.
003890
003900     IF WS-PEND-NOT-FOUND
003910         DISPLAY "BUGACK: NO PENDING FILE - NOTHING HELD "
003920                 "TONIGHT"
003930         GO TO 2000-EXIT
003940     END-IF.
003950
003960     IF NOT WS-PEND-FS-OK
003970         DISPLAY "BUGACK: OPEN OF PENDING FILE FAILED - STATUS "
003980                 WS-PEND-FS " - ABENDING"
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020
004030     PERFORM 2150-READ-PEND
004040         THRU 2150-EXIT.
004050
004060     PERFORM 2200-RELEASE-ONE-PEND
004070         THRU 2200-EXIT
004080         UNTIL WS-PEND-EOF.
004090
004100     CLOSE PEND-FILE.
004110*----------------------------------------------------------------
004120 2000-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150 2100-RELEASE-ONE-WORK.
004160*----------------------------------------------------------------
004170     IF ACW-DETAIL
004180         MOVE ACW-BAT-SUB  TO SRT-BAT-SUB
004190         MOVE ACW-ITEM-KEY TO SRT-KEY
004200         MOVE ACW-SEQ      TO SRT-SEQ
004210         MOVE ACW-ACTION   TO SRT-ACTION
004220         MOVE ACW-DISP     TO SRT-DISP
004230         MOVE ACW-REASON   TO SRT-REASON
004240         MOVE ACW-ITEM     TO SRT-ITEM
004250         RELEASE SORT-REC
004260         ADD 1 TO WS-WORK-COUNT
004270     END-IF.
004280
004290     PERFORM 1050-READ-ACK-WORK
004300         THRU 1050-EXIT.
004310*----------------------------------------------------------------
004320 2100-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350 2150-READ-PEND.
004360*----------------------------------------------------------------
004370     READ PEND-FILE
004380         AT END
004390             MOVE "Y" TO WS-PEND-EOF-SW.
004400*----------------------------------------------------------------
004410 2150-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440 2200-RELEASE-ONE-PEND.
004450*----------------------------------------------------------------
004460     IF PO-HELD-DATE NOT = WS-RUN-DATE
004470         GO TO 2200-READ
004480     END-IF.
004490
004500     MOVE ZEROS TO WS-BAT-FOUND-SUB.
004510     PERFORM 2250-MATCH-ONE-BATCH
004520         THRU 2250-EXIT
004530         VARYING WS-BAT-SUB FROM 1 BY 1
004540         UNTIL WS-BAT-SUB > WS-BATCH-COUNT
004550            OR WS-BAT-FOUND-SUB NOT = ZEROS.
004560
004570     IF WS-BAT-FOUND-SUB = ZEROS
004580         ADD 1 TO WS-PEND-SKIP-COUNT
004590         GO TO 2200-READ
004600     END-IF.
004610
004620     MOVE BAT-SOL-SUB(WS-BAT-FOUND-SUB) TO SRT-BAT-SUB.
004630     MOVE PO-ITEM-KEY  TO SRT-KEY.
004640     MOVE ZEROS        TO SRT-SEQ.
004650     MOVE PO-ACTION    TO SRT-ACTION.
004660     MOVE "P"          TO SRT-DISP.
004670     MOVE "FUTUREEFF"  TO SRT-REASON.
004680     MOVE PO-ITEM      TO SRT-ITEM.
004690     RELEASE SORT-REC.
004700     ADD 1 TO WS-PEND-COUNT.
004710
004720     ADD 1 TO BAT-PEND-COUNT(WS-BAT-FOUND-SUB).
004730     IF PO-ITEM-PRICE NUMERIC
004740         ADD PO-ITEM-PRICE TO BAT-PEND-AMOUNT(WS-BAT-FOUND-SUB)
004750     END-IF.
004760
004770 2200-READ.
004780     PERFORM 2150-READ-PEND
004790         THRU 2150-EXIT.
004800*----------------------------------------------------------------
004810 2200-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840 2250-MATCH-ONE-BATCH.
004850*----------------------------------------------------------------
004860     IF BAT-ID(WS-BAT-SUB) = PO-BATCH-ID
004870         MOVE WS-BAT-SUB TO WS-BAT-FOUND-SUB
004880     END-IF.
004890*----------------------------------------------------------------
004900 2250-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930 3000-WRITE-PASS.
004940*----------------------------------------------------------------
004950*    SORT OUTPUT PROCEDURE. THE ACKNOWLEDGMENTS COME BACK
004960*    GROUPED BY BATCH IN THE ORDER BUGSOL READ THEM, ITEM KEY
004970*    ORDER WITHIN THE BATCH. EVERY OFFICE BATCH GETS ITS FRAMED
004980*    GROUP - A BATCH WHOSE DETAILS WERE ALL HELD PENDING STILL
004990*    GETS ITS HEADER AND TRAILER. EACH LINE CARRIES THE ITEM AS
005000*    IT NOW STANDS ON THE MASTER, BY KEYED READ.
005010*----------------------------------------------------------------
005020     OPEN INPUT ITEM-MASTER-FILE.
005030
005040     IF NOT WS-MASTER-FS-OK
005050         DISPLAY "BUGACK: OPEN OF ITEM MASTER FAILED - STATUS "
005060                 WS-MASTER-FS " - ABENDING"
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100
005110     OPEN OUTPUT ACK-OUT-FILE.
005120
005130     RETURN SORT-FILE
005140         AT END
005150             MOVE "Y" TO WS-SORT-EOF-SW.
005160
005170     PERFORM 3100-ACK-ONE-BATCH
005180         THRU 3100-EXIT
005190         VARYING WS-BAT-SUB FROM 1 BY 1
005200         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
005210
005220     CLOSE ITEM-MASTER-FILE.
005230     CLOSE ACK-OUT-FILE.
005240*----------------------------------------------------------------
005250 3000-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280 3100-ACK-ONE-BATCH.
005290*----------------------------------------------------------------
005300*    THE HEADER CARRIES THE COUNT AND HASH AS THE OFFICE SENT
005310*    THEM - THE FIGURES ON THE TRAILER THAT REACHED THE EDIT
005320*    PLUS WHAT THE PENDING SCREEN HELD BACK. THE TRAILER
005330*    BALANCES WHEN THE LINES WRITTEN AND THEIR PRICES TIE TO
005340*    THOSE FIGURES.
005350*----------------------------------------------------------------
005360     MOVE SPACES                     TO ACK-OUT-REC.
005370     MOVE "H"                        TO AK-REC-TYPE.
005380     MOVE BAT-ID(WS-BAT-SUB)         TO AK-BATCH-ID.
005390     MOVE WS-RUN-DATE                TO AK-RUN-DATE.
005400     MOVE BAT-DISP(WS-BAT-SUB)       TO AK-HDR-BAT-DISP.
005410     COMPUTE AK-HDR-SENT-COUNT =
005420         BAT-EXPECTED(WS-BAT-SUB) + BAT-PEND-COUNT(WS-BAT-SUB).
005430     COMPUTE AK-HDR-SENT-AMOUNT =
005440         BAT-EXP-AMOUNT(WS-BAT-SUB)
005450             + BAT-PEND-AMOUNT(WS-BAT-SUB).
005460     WRITE ACK-OUT-REC.
005470
005480     PERFORM 3200-ACK-ONE-DETAIL
005490         THRU 3200-EXIT
005500         UNTIL WS-SORT-EOF
005510            OR SRT-BAT-SUB NOT = BAT-SOL-SUB(WS-BAT-SUB).
005520
005530     MOVE SPACES                     TO ACK-OUT-REC.
005540     MOVE "T"                        TO AK-REC-TYPE.
005550     MOVE BAT-ID(WS-BAT-SUB)         TO AK-BATCH-ID.
005560     MOVE WS-RUN-DATE                TO AK-RUN-DATE.
005570     COMPUTE AK-TRL-SENT-COUNT =
005580         BAT-EXPECTED(WS-BAT-SUB) + BAT-PEND-COUNT(WS-BAT-SUB).
005590     COMPUTE AK-TRL-SENT-AMOUNT =
005600         BAT-EXP-AMOUNT(WS-BAT-SUB)
005610             + BAT-PEND-AMOUNT(WS-BAT-SUB).
005620     MOVE BAT-ACK-COUNT(WS-BAT-SUB)  TO AK-TRL-ACK-COUNT.
005630     MOVE BAT-ACK-AMOUNT(WS-BAT-SUB) TO AK-TRL-ACK-AMOUNT.
005640     MOVE BAT-APPLIED(WS-BAT-SUB)    TO AK-TRL-APPLIED.
005650     MOVE BAT-REJECTED(WS-BAT-SUB)   TO AK-TRL-REJECTED.
005660     MOVE BAT-PENDING(WS-BAT-SUB)    TO AK-TRL-PENDING.
005670     MOVE BAT-SUSPENDED(WS-BAT-SUB)  TO AK-TRL-SUSPENDED.
005680     MOVE BAT-HELD(WS-BAT-SUB)       TO AK-TRL-HELD.
005690
005700     IF AK-TRL-ACK-COUNT = AK-TRL-SENT-COUNT
005710        AND AK-TRL-ACK-AMOUNT = AK-TRL-SENT-AMOUNT
005720         MOVE "Y" TO AK-TRL-BALANCED
005730     ELSE
005740         MOVE "N" TO AK-TRL-BALANCED
005750         ADD 1 TO WS-UNBALANCED-COUNT
005760         IF RETURN-CODE < 4
005770             MOVE 4 TO RETURN-CODE
005780         END-IF
005790         DISPLAY "BUGACK: *** BATCH " BAT-ID(WS-BAT-SUB)
005800                 " DOES NOT TIE - SENT " AK-TRL-SENT-COUNT
005810                 " / " AK-TRL-SENT-AMOUNT
005820                 " ACKNOWLEDGED " AK-TRL-ACK-COUNT
005830                 " / " AK-TRL-ACK-AMOUNT " ***"
005840     END-IF.
005850
005860     WRITE ACK-OUT-REC.
005870
005880     DISPLAY "BUGACK: BATCH " BAT-ID(WS-BAT-SUB)
005890             " LINES " AK-TRL-ACK-COUNT
005900             " APPLIED " AK-TRL-APPLIED
005910             " REJECTED " AK-TRL-REJECTED
005920             " PENDING " AK-TRL-PENDING
005930             " SUSPENDED " AK-TRL-SUSPENDED
005940             " HELD " AK-TRL-HELD.
005950*----------------------------------------------------------------
005960 3100-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990 3200-ACK-ONE-DETAIL.
006000*----------------------------------------------------------------
006010*    ONE LINE PER DETAIL. A PRICE FIELD THAT IS NOT NUMERIC
006020*    (A BADPRICE REJECT) CANNOT BE HASHED - BUGSOL LEFT IT OUT
006030*    OF THE BATCH HASH THE SAME WAY. A BLANK KEY HAS NOTHING
006040*    TO LOOK UP.
006050*----------------------------------------------------------------
006060     MOVE SPACES             TO ACK-OUT-REC.
006070     MOVE "D"                TO AK-REC-TYPE.
006080     MOVE BAT-ID(WS-BAT-SUB) TO AK-BATCH-ID.
006090     MOVE WS-RUN-DATE        TO AK-RUN-DATE.
006100     MOVE SRT-ACTION         TO AK-ACTION.
006110     MOVE SRT-DISP           TO AK-DISP.
006120     MOVE SRT-REASON         TO AK-REASON.
006130     MOVE SRT-ITEM           TO AK-SENT-ITEM.
006140     MOVE "N"                TO AK-ON-MASTER.
006150
006160     IF SRT-KEY NOT = SPACES
006170         MOVE SRT-KEY TO IM-ITEM-KEY
006180         READ ITEM-MASTER-FILE
006190             INVALID KEY
006200                 MOVE "N" TO AK-ON-MASTER
006210             NOT INVALID KEY
006220                 MOVE "Y"     TO AK-ON-MASTER
006230                 MOVE IM-ITEM TO AK-MASTER-ITEM
006240         END-READ
006250     END-IF.
006260
006270     WRITE ACK-OUT-REC.
006280     ADD 1 TO WS-DETAIL-OUT-COUNT.
006290
006300     ADD 1 TO BAT-ACK-COUNT(WS-BAT-SUB).
006310     IF SRT-ITEM-PRICE NUMERIC
006320         ADD SRT-ITEM-PRICE TO BAT-ACK-AMOUNT(WS-BAT-SUB)
006330     END-IF.
006340
006350     EVALUATE TRUE
006360         WHEN SRT-DISP-APPLIED
006370             ADD 1 TO BAT-APPLIED(WS-BAT-SUB)
006380         WHEN SRT-DISP-REJECTED
006390             ADD 1 TO BAT-REJECTED(WS-BAT-SUB)
006400         WHEN SRT-DISP-PENDING
006410             ADD 1 TO BAT-PENDING(WS-BAT-SUB)
006420         WHEN SRT-DISP-SUSPENDED
006430             ADD 1 TO BAT-SUSPENDED(WS-BAT-SUB)
006440         WHEN SRT-DISP-HELD
006450             ADD 1 TO BAT-HELD(WS-BAT-SUB)
006460     END-EVALUATE.
006470
006480     RETURN SORT-FILE
006490         AT END
006500             MOVE "Y" TO WS-SORT-EOF-SW.
006510*----------------------------------------------------------------
006520 3200-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550 4000-PRINT-TOTALS.
006560*----------------------------------------------------------------
006570     DISPLAY "BUGACK: DETAILS FROM THE LOAD      - "
006580             WS-WORK-COUNT.
006590     DISPLAY "BUGACK: DETAILS HELD PENDING       - "
006600             WS-PEND-COUNT.
006610     DISPLAY "BUGACK: ACKNOWLEDGMENT LINES       - "
006620             WS-DETAIL-OUT-COUNT.
006630     DISPLAY "BUGACK: BATCHES THAT DO NOT TIE    - "
006640             WS-UNBALANCED-COUNT.
006650
006660     IF WS-PEND-SKIP-COUNT > ZEROS
006670         DISPLAY "BUGACK: PENDING HOLDS FROM SUITE BATCHES "
006680                 "NOT ACKNOWLEDGED - " WS-PEND-SKIP-COUNT
006690     END-IF.
006700*----------------------------------------------------------------
006710 4000-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 9100-STAMP-RUNCTL-START.
006750*----------------------------------------------------------------
006760*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
006770*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
006780*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
006790*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
006800*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
006810*----------------------------------------------------------------
006820     OPEN OUTPUT RUN-CONTROL-FILE.
006830     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
006840     MOVE "BUGACK"   TO RCL-PROGRAM.
006850     MOVE "START"    TO RCL-EVENT.
006860     ACCEPT RCL-RUN-DATE FROM DATE.
006870     ACCEPT RCL-RUN-TIME FROM TIME.
006880     MOVE ZEROS TO RCL-RETURN-CODE.
006890     WRITE RUN-CONTROL-REC.
006900     CLOSE RUN-CONTROL-FILE.
006910*----------------------------------------------------------------
006920 9100-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------
006950 9200-STAMP-RUNCTL-END.
006960*----------------------------------------------------------------
006970*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
006980*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
006990*    ABENDED ONE.
007000*----------------------------------------------------------------
007010     OPEN OUTPUT RUN-CONTROL-FILE.
007020     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
007030     MOVE "BUGACK"   TO RCL-PROGRAM.
007040     MOVE "END"      TO RCL-EVENT.
007050     ACCEPT RCL-RUN-DATE FROM DATE.
007060     ACCEPT RCL-RUN-TIME FROM TIME.
007070     MOVE RETURN-CODE TO RCL-RETURN-CODE.
007080     WRITE RUN-CONTROL-REC.
007090     CLOSE RUN-CONTROL-FILE.
007100*----------------------------------------------------------------
007110 9200-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140 9999-TERMINATE.
007150*----------------------------------------------------------------
007160     DISPLAY "BUGACK: RUN COMPLETE".
007170     PERFORM 9200-STAMP-RUNCTL-END
007180         THRU 9200-EXIT.
007190
007200     STOP RUN.
007210*----------------------------------------------------------------
007220 9999-EXIT.
007230     EXIT.
