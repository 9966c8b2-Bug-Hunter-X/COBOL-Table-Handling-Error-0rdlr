000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGPOS.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-09.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-09  RH  ORIGINAL POS PRICE-BOOK DELTA FEED. RUNS AFTER
000120*                 THE COMPARE STEP. TURNS THE NIGHT'S ADDS,
000130*                 CHANGES AND DELETES ON THE CHANGE HISTORY
000140*                 (HISTORY RECORDS CARRYING TONIGHT'S RUN DATE)
000150*                 INTO ONE FRAMED TRANSMISSION FOR THE STORE POS
000160*                 SYSTEMS - A HEADER WITH THE RUN DATE AND THE
000170*                 NEXT TRANSMISSION SEQUENCE NUMBER, ONE DETAIL
000180*                 PER CHANGE, AND A TRAILER WITH THE RECORD
000190*                 COUNT AND PRICE HASH. EVERY TRANSMISSION IS
000200*                 APPENDED TO THE POS TRANSMISSION LOG, WHICH
000210*                 BUGSOL RECONCILES AGAINST THE STORES' RETURNED
000220*                 ACKNOWLEDGMENTS ON THE NEXT NIGHT'S OPERATIONS
000230*                 REPORT. A NIGHT WITH NO CHANGES STILL SENDS AN
000240*                 EMPTY TRANSMISSION SO THE STORES SEE AN
000250*                 UNBROKEN SEQUENCE.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT AUDIT-FILE
000340         ASSIGN TO AUDITF
000350         ORGANIZATION IS SEQUENTIAL.
000360*
000370     SELECT HISTORY-FILE
000380         ASSIGN TO HISTF
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-HIST-FS.
000410*
000420     SELECT POS-LOG-FILE
000430         ASSIGN TO POSLOG
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-LOG-FS.
000460*
000470     SELECT POS-OUT-FILE
000480         ASSIGN TO POSOUT
000490         ORGANIZATION IS SEQUENTIAL.
000500*
000510     SELECT RUN-CONTROL-FILE
000520         ASSIGN TO RUNCTL
000530         ORGANIZATION IS SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  AUDIT-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  AUDIT-REC.
000610     05  AUD-PROGRAM-ID           PIC X(08).
000620     05  AUD-RUN-DATE             PIC 9(06).
000630     05  AUD-RUN-TIME             PIC 9(08).
000640     05  AUD-FINAL-COUNT          PIC 9(07).
000650     05  AUD-STATUS               PIC X(01).
000660     05  AUD-CAPACITY             PIC 9(05).
000670     05  FILLER                   PIC X(35).
000680*
000690 FD  HISTORY-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  HISTORY-REC.
000730     05  HST-ITEM-KEY             PIC X(10).
000740     05  HST-RUN-DATE             PIC 9(06).
000750     05  HST-BATCH-ID             PIC X(08).
000760     05  HST-ACTION               PIC X(01).
000770         88  HST-ACTION-ADD               VALUE "A".
000780         88  HST-ACTION-CHANGE            VALUE "C".
000790         88  HST-ACTION-DELETE            VALUE "D".
000800     05  HST-OLD-ITEM             PIC X(46).
000810     05  FILLER REDEFINES HST-OLD-ITEM.
000820         10  HST-OLD-KEY          PIC X(10).
000830         10  HST-OLD-DESC         PIC X(20).
000840         10  HST-OLD-PRICE        PIC 9(05)V99.
000850         10  HST-OLD-STATUS       PIC X(01).
000860         10  HST-OLD-EFF-DATE     PIC 9(08).
000870     05  HST-NEW-ITEM             PIC X(46).
000880     05  FILLER REDEFINES HST-NEW-ITEM.
000890         10  HST-NEW-KEY          PIC X(10).
000900         10  HST-NEW-DESC         PIC X(20).
000910         10  HST-NEW-PRICE        PIC 9(05)V99.
000920         10  HST-NEW-STATUS       PIC X(01).
000930         10  HST-NEW-EFF-DATE     PIC 9(08).
000940     05  FILLER                   PIC X(03).
000950*
000960*----------------------------------------------------------------
000970* POS TRANSMISSION LOG - ONE RECORD PER TRANSMISSION SENT, IN
000980* SEQUENCE ORDER. BUGSOL READS THE SAME LAYOUT.
000990*----------------------------------------------------------------
001000 FD  POS-LOG-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  POS-LOG-REC.
001040     05  PL-SEQ                   PIC 9(07).
001050     05  PL-RUN-DATE              PIC 9(06).
001060     05  PL-SENT-DATE             PIC 9(06).
001070     05  PL-SENT-TIME             PIC 9(08).
001080     05  PL-REC-COUNT             PIC 9(07).
001090     05  PL-PRICE-HASH            PIC 9(11)V99.
001100     05  PL-ADDS                  PIC 9(07).
001110     05  PL-CHANGES               PIC 9(07).
001120     05  PL-DELETES               PIC 9(07).
001130     05  FILLER                   PIC X(12).
001140*
001150*----------------------------------------------------------------
001160* POS PRICE-BOOK DELTA - EVERY RECORD CARRIES ITS TYPE, THE
001170* TRANSMISSION SEQUENCE NUMBER AND THE RUN DATE. A DETAIL FOR A
001180* DELETE CARRIES THE ITEM AS IT STOOD BEFORE THE DELETE; A
001190* CHANGE ALSO CARRIES THE PRICE IT REPLACES.
001200*----------------------------------------------------------------
001210 FD  POS-OUT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  POS-OUT-REC.
001250     05  PB-REC-TYPE              PIC X(01).
001260         88  PB-HEADER                    VALUE "H".
001270         88  PB-DETAIL                    VALUE "D".
001280         88  PB-TRAILER                   VALUE "T".
001290     05  PB-SEQ                   PIC 9(07).
001300     05  PB-RUN-DATE              PIC 9(06).
001310     05  PB-REC-BODY              PIC X(66).
001320     05  PB-HEADER-BODY REDEFINES PB-REC-BODY.
001330         10  PB-HDR-SENDER        PIC X(08).
001340         10  PB-HDR-SENT-DATE     PIC 9(06).
001350         10  PB-HDR-SENT-TIME     PIC 9(08).
001360         10  FILLER               PIC X(44).
001370     05  PB-DETAIL-BODY REDEFINES PB-REC-BODY.
001380         10  PB-ACTION            PIC X(01).
001390         10  PB-ITEM-KEY          PIC X(10).
001400         10  PB-ITEM-DESC         PIC X(20).
001410         10  PB-ITEM-PRICE        PIC 9(05)V99.
001420         10  PB-ITEM-STATUS       PIC X(01).
001430         10  PB-ITEM-EFF-DATE     PIC 9(08).
001440         10  PB-OLD-PRICE         PIC 9(05)V99.
001450         10  FILLER               PIC X(12).
001460     05  PB-TRAILER-BODY REDEFINES PB-REC-BODY.
001470         10  PB-TRL-REC-COUNT     PIC 9(07).
001480         10  PB-TRL-PRICE-HASH    PIC 9(11)V99.
001490         10  PB-TRL-ADDS          PIC 9(07).
001500         10  PB-TRL-CHANGES       PIC 9(07).
001510         10  PB-TRL-DELETES       PIC 9(07).
001520         10  FILLER               PIC X(25).
001530*
001540 FD  RUN-CONTROL-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  RUN-CONTROL-REC.
001580     05  RCL-JOB-NAME             PIC X(08).
001590     05  RCL-PROGRAM              PIC X(08).
001600     05  RCL-EVENT                PIC X(05).
001610     05  RCL-RUN-DATE             PIC 9(06).
001620     05  RCL-RUN-TIME             PIC 9(08).
001630     05  RCL-RETURN-CODE          PIC 9(03).
001640     05  FILLER                   PIC X(42).
001650*
001660 WORKING-STORAGE SECTION.
001670*----------------------------------------------------------------
001680* SWITCHES AND COUNTERS
001690*----------------------------------------------------------------
001700 01  WS-SWITCHES.
001710     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001720         88  WS-AUDIT-EOF                    VALUE "Y".
001730     05  WS-HIST-EOF-SW          PIC X(01)   VALUE "N".
001740         88  WS-HIST-EOF                     VALUE "Y".
001750     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
001760         88  WS-LOG-EOF                      VALUE "Y".
001770     05  WS-HIST-FS              PIC X(02)   VALUE "00".
001780         88  WS-HIST-FS-OK                   VALUE "00".
001790     05  WS-LOG-FS               PIC X(02)   VALUE "00".
001800         88  WS-LOG-FS-OK                    VALUE "00".
001810         88  WS-LOG-NOT-FOUND                VALUE "35".
001820*
001830 01  WS-AREA.
001840     05  WS-RUN-DATE             PIC 9(06)   VALUE ZEROS.
001850     05  WS-SENT-DATE            PIC 9(06)   VALUE ZEROS.
001860     05  WS-SENT-TIME            PIC 9(08)   VALUE ZEROS.
001870     05  WS-LAST-SEQ             PIC 9(07)   VALUE ZEROS.
001880     05  WS-NEXT-SEQ             PIC 9(07)   VALUE ZEROS.
001890     05  WS-LOG-COUNT            PIC 9(07)   VALUE ZEROS.
001900     05  WS-LOG-BREAK-COUNT      PIC 9(05)   VALUE ZEROS.
001910     05  WS-SAME-NIGHT-COUNT     PIC 9(03)   VALUE ZEROS.
001920     05  WS-HIST-READ-COUNT      PIC 9(07)   VALUE ZEROS.
001930     05  WS-REC-COUNT            PIC 9(07)   VALUE ZEROS.
001940     05  WS-PRICE-HASH           PIC 9(11)V99 VALUE ZEROS.
001950     05  WS-ADD-COUNT            PIC 9(07)   VALUE ZEROS.
001960     05  WS-CHANGE-COUNT         PIC 9(07)   VALUE ZEROS.
001970     05  WS-DELETE-COUNT         PIC 9(07)   VALUE ZEROS.
001980*
001990 PROCEDURE DIVISION.
002000*----------------------------------------------------------------
002010 0000-MAINLINE.
002020*----------------------------------------------------------------
002030     PERFORM 9100-STAMP-RUNCTL-START
002040         THRU 9100-EXIT.
002050
002060     PERFORM 1000-GET-RUN-DATE
002070         THRU 1000-EXIT.
002080
002090     PERFORM 1100-READ-LOG
002100         THRU 1100-EXIT.
002110
002120     PERFORM 2000-BUILD-DELTA
002130         THRU 2000-EXIT.
002140
002150     PERFORM 3000-LOG-TRANSMISSION
002160         THRU 3000-EXIT.
002170
002180     PERFORM 4000-PRINT-TOTALS
002190         THRU 4000-EXIT.
002200
002210     PERFORM 9999-TERMINATE
002220         THRU 9999-EXIT.
002230*----------------------------------------------------------------
002240 1000-GET-RUN-DATE.
002250*----------------------------------------------------------------
002260*    THE RUN DATE SELECTING TONIGHT'S HISTORY IS THE ONE BUGSOL
002270*    STAMPED ON IT - THE LAST AUDIT RECORD ON FILE, SINCE THIS
002280*    STEP RUNS AFTER A CLEAN BUGSOL IN THE SAME JOB, AS BUGARC
002290*    TAKES IT. A STEP THAT STARTS AFTER MIDNIGHT THEREFORE
002300*    STILL PICKS UP THE NIGHT'S CHANGES. AN EMPTY AUDIT FILE
002310*    FALLS BACK TO TODAY'S DATE WITH A WARNING.
002320*----------------------------------------------------------------
002330     DISPLAY "BUGPOS: POS PRICE-BOOK DELTA FEED".
002340
002350     ACCEPT WS-SENT-DATE FROM DATE.
002360     ACCEPT WS-SENT-TIME FROM TIME.
002370
002380     OPEN INPUT AUDIT-FILE.
002390
002400     READ AUDIT-FILE
002410         AT END
002420             MOVE "Y" TO WS-AUDIT-EOF-SW.
002430
002440     PERFORM 1050-NOTE-ONE-AUDIT-REC
002450         THRU 1050-EXIT
002460         UNTIL WS-AUDIT-EOF.
002470
002480     CLOSE AUDIT-FILE.
002490
002500     IF WS-RUN-DATE = ZEROS
002510         DISPLAY "BUGPOS: AUDIT FILE IS EMPTY - SELECTING "
002520                 "HISTORY FOR TODAYS DATE"
002530         MOVE WS-SENT-DATE TO WS-RUN-DATE
002540         IF RETURN-CODE < 4
002550             MOVE 4 TO RETURN-CODE
002560         END-IF
002570     END-IF.
002580
002590     DISPLAY "BUGPOS: RUN DATE " WS-RUN-DATE.
002600*----------------------------------------------------------------
002610 1000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640 1050-NOTE-ONE-AUDIT-REC.
002650*----------------------------------------------------------------
002660     MOVE AUD-RUN-DATE TO WS-RUN-DATE.
002670
002680     READ AUDIT-FILE
002690         AT END
002700             MOVE "Y" TO WS-AUDIT-EOF-SW.
002710*----------------------------------------------------------------
002720 1050-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750 1100-READ-LOG.
002760*----------------------------------------------------------------
002770*    PASS THE TRANSMISSION LOG FOR THE LAST SEQUENCE NUMBER
002780*    SENT. TONIGHT'S TRANSMISSION TAKES THE NEXT ONE, WRAPPING
002790*    FROM 9999999 BACK TO 1. A MISSING OR EMPTY LOG STARTS THE
002800*    SEQUENCE AT 1. A BREAK IN THE LOGGED SEQUENCE, OR A RUN
002810*    DATE ALREADY SENT (A RERUN AFTER THIS STEP HAD COMPLETED),
002820*    IS WARNED WITH RC=04 - THE STORES WILL SEE THE SAME THING
002830*    AND OPERATIONS WILL BE ASKED ABOUT IT.
002840*----------------------------------------------------------------
002850     OPEN INPUT POS-LOG-FILE.
002860
002870     IF WS-LOG-NOT-FOUND
002880         DISPLAY "BUGPOS: NO TRANSMISSION LOG - STARTING THE "
002890                 "SEQUENCE AT 1"
002900         GO TO 1100-NEXT-SEQ
002910     END-IF.
002920
002930     IF NOT WS-LOG-FS-OK
002940         DISPLAY "BUGPOS: OPEN OF TRANSMISSION LOG FAILED - "
002950                 "STATUS " WS-LOG-FS " - ABENDING"
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990
003000     READ POS-LOG-FILE
003010         AT END
003020             MOVE "Y" TO WS-LOG-EOF-SW.
003030
003040     PERFORM 1150-NOTE-ONE-LOG-REC
003050         THRU 1150-EXIT
003060         UNTIL WS-LOG-EOF.
003070
003080     CLOSE POS-LOG-FILE.
003090
003100 1100-NEXT-SEQ.
003110     IF WS-LAST-SEQ = 9999999
003120         MOVE 1 TO WS-NEXT-SEQ
003130     ELSE
003140         COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
003150     END-IF.
003160
003170     IF WS-SAME-NIGHT-COUNT > ZEROS
003180         DISPLAY "BUGPOS: *** RUN DATE " WS-RUN-DATE
003190                 " ALREADY SENT " WS-SAME-NIGHT-COUNT
003200                 " TIME(S) - SENDING AGAIN AS SEQUENCE "
003210                 WS-NEXT-SEQ " ***"
003220         IF RETURN-CODE < 4
003230             MOVE 4 TO RETURN-CODE
003240         END-IF
003250     END-IF.
003260
003270     DISPLAY "BUGPOS: TRANSMISSIONS LOGGED - " WS-LOG-COUNT
003280             " - LAST SEQUENCE " WS-LAST-SEQ
003290             " - THIS SEQUENCE " WS-NEXT-SEQ.
003300*----------------------------------------------------------------
003310 1100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340 1150-NOTE-ONE-LOG-REC.
003350*----------------------------------------------------------------
003360     IF WS-LOG-COUNT > ZEROS
003370         IF PL-SEQ NOT = WS-LAST-SEQ + 1
003380            AND NOT (PL-SEQ = 1 AND WS-LAST-SEQ = 9999999)
003390             ADD 1 TO WS-LOG-BREAK-COUNT
003400             DISPLAY "BUGPOS: *** LOG SEQUENCE BREAK - "
003410                     WS-LAST-SEQ " FOLLOWED BY " PL-SEQ " ***"
003420             IF RETURN-CODE < 4
003430                 MOVE 4 TO RETURN-CODE
003440             END-IF
003450         END-IF
003460     END-IF.
003470
003480     ADD 1 TO WS-LOG-COUNT.
003490     MOVE PL-SEQ TO WS-LAST-SEQ.
003500
003510     IF PL-RUN-DATE = WS-RUN-DATE
003520         ADD 1 TO WS-SAME-NIGHT-COUNT
003530     END-IF.
003540
003550     READ POS-LOG-FILE
003560         AT END
003570             MOVE "Y" TO WS-LOG-EOF-SW.
003580*----------------------------------------------------------------
003590 1150-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620 2000-BUILD-DELTA.
003630*----------------------------------------------------------------
003640*    WRITE THE HEADER, ONE DETAIL PER HISTORY RECORD CARRYING
003650*    TONIGHT'S RUN DATE, IN THE ORDER BUGSOL APPLIED THEM, AND
003660*    THE TRAILER. THE PRICE HASH IS THE SUM OF THE DETAIL
003670*    PRICE FIELDS - THE NEW PRICE FOR AN ADD OR CHANGE, THE
003680*    PRICE BEING DELETED FOR A DELETE.
003690*----------------------------------------------------------------
003700     OPEN INPUT HISTORY-FILE.
003710
003720     IF NOT WS-HIST-FS-OK
003730         DISPLAY "BUGPOS: OPEN OF CHANGE HISTORY FAILED - "
003740                 "STATUS " WS-HIST-FS " - ABENDING"
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780
003790     OPEN OUTPUT POS-OUT-FILE.
003800
003810     MOVE SPACES       TO POS-OUT-REC.
003820     MOVE "H"          TO PB-REC-TYPE.
003830     MOVE WS-NEXT-SEQ  TO PB-SEQ.
003840     MOVE WS-RUN-DATE  TO PB-RUN-DATE.
003850     MOVE "BUGSOL"     TO PB-HDR-SENDER.
003860     MOVE WS-SENT-DATE TO PB-HDR-SENT-DATE.
003870     MOVE WS-SENT-TIME TO PB-HDR-SENT-TIME.
003880     WRITE POS-OUT-REC.
003890
003900     READ HISTORY-FILE
003910         AT END
003920             MOVE "Y" TO WS-HIST-EOF-SW.
003930
003940     PERFORM 2100-SEND-ONE-CHANGE
003950         THRU 2100-EXIT
003960         UNTIL WS-HIST-EOF.
003970
003980     MOVE SPACES          TO POS-OUT-REC.
003990     MOVE "T"             TO PB-REC-TYPE.
004000     MOVE WS-NEXT-SEQ     TO PB-SEQ.
004010     MOVE WS-RUN-DATE     TO PB-RUN-DATE.
004020     MOVE WS-REC-COUNT    TO PB-TRL-REC-COUNT.
004030     MOVE WS-PRICE-HASH   TO PB-TRL-PRICE-HASH.
004040     MOVE WS-ADD-COUNT    TO PB-TRL-ADDS.
004050     MOVE WS-CHANGE-COUNT TO PB-TRL-CHANGES.
004060     MOVE WS-DELETE-COUNT TO PB-TRL-DELETES.
004070     WRITE POS-OUT-REC.
004080
004090     CLOSE HISTORY-FILE.
004100     CLOSE POS-OUT-FILE.
004110*----------------------------------------------------------------
004120 2000-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150 2100-SEND-ONE-CHANGE.
004160*----------------------------------------------------------------
004170     ADD 1 TO WS-HIST-READ-COUNT.
004180
004190     IF HST-RUN-DATE NOT = WS-RUN-DATE
004200         GO TO 2100-READ
004210     END-IF.
004220
004230     MOVE SPACES      TO POS-OUT-REC.
004240     MOVE "D"         TO PB-REC-TYPE.
004250     MOVE WS-NEXT-SEQ TO PB-SEQ.
004260     MOVE WS-RUN-DATE TO PB-RUN-DATE.
004270     MOVE HST-ACTION  TO PB-ACTION.
004280
004290     EVALUATE TRUE
004300         WHEN HST-ACTION-ADD
004310             MOVE HST-NEW-KEY      TO PB-ITEM-KEY
004320             MOVE HST-NEW-DESC     TO PB-ITEM-DESC
004330             MOVE HST-NEW-PRICE    TO PB-ITEM-PRICE
004340             MOVE HST-NEW-STATUS   TO PB-ITEM-STATUS
004350             MOVE HST-NEW-EFF-DATE TO PB-ITEM-EFF-DATE
004360             MOVE ZEROS            TO PB-OLD-PRICE
004370             ADD 1 TO WS-ADD-COUNT
004380         WHEN HST-ACTION-CHANGE
004390             MOVE HST-NEW-KEY      TO PB-ITEM-KEY
004400             MOVE HST-NEW-DESC     TO PB-ITEM-DESC
004410             MOVE HST-NEW-PRICE    TO PB-ITEM-PRICE
004420             MOVE HST-NEW-STATUS   TO PB-ITEM-STATUS
004430             MOVE HST-NEW-EFF-DATE TO PB-ITEM-EFF-DATE
004440             MOVE HST-OLD-PRICE    TO PB-OLD-PRICE
004450             ADD 1 TO WS-CHANGE-COUNT
004460         WHEN HST-ACTION-DELETE
004470             MOVE HST-OLD-KEY      TO PB-ITEM-KEY
004480             MOVE HST-OLD-DESC     TO PB-ITEM-DESC
004490             MOVE HST-OLD-PRICE    TO PB-ITEM-PRICE
004500             MOVE HST-OLD-STATUS   TO PB-ITEM-STATUS
004510             MOVE HST-OLD-EFF-DATE TO PB-ITEM-EFF-DATE
004520             MOVE HST-OLD-PRICE    TO PB-OLD-PRICE
004530             ADD 1 TO WS-DELETE-COUNT
004540         WHEN OTHER
004550             DISPLAY "BUGPOS: HISTORY RECORD FOR " HST-ITEM-KEY
004560                     " HAS UNKNOWN ACTION " HST-ACTION
004570                     " - NOT SENT"
004580             IF RETURN-CODE < 4
004590                 MOVE 4 TO RETURN-CODE
004600             END-IF
004610             GO TO 2100-READ
004620     END-EVALUATE.
004630
004640     WRITE POS-OUT-REC.
004650     ADD 1 TO WS-REC-COUNT.
004660     ADD PB-ITEM-PRICE TO WS-PRICE-HASH.
004670
004680 2100-READ.
004690     READ HISTORY-FILE
004700         AT END
004710             MOVE "Y" TO WS-HIST-EOF-SW.
004720*----------------------------------------------------------------
004730 2100-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760 3000-LOG-TRANSMISSION.
004770*----------------------------------------------------------------
004780*    APPEND TONIGHT'S TRANSMISSION TO THE LOG ONLY NOW THE
004790*    DELTA IS CLOSED. THE POSLOG DD IS DISP=MOD, SO THE OPEN
004800*    OUTPUT APPENDS. AN ABEND BEFORE THIS POINT LEAVES NEITHER
004810*    A GENERATION NOR A LOG ENTRY, AND THE RERUN REUSES THE
004820*    SAME SEQUENCE NUMBER.
004830*----------------------------------------------------------------
004840     OPEN OUTPUT POS-LOG-FILE.
004850
004860     MOVE SPACES          TO POS-LOG-REC.
004870     MOVE WS-NEXT-SEQ     TO PL-SEQ.
004880     MOVE WS-RUN-DATE     TO PL-RUN-DATE.
004890     MOVE WS-SENT-DATE    TO PL-SENT-DATE.
004900     MOVE WS-SENT-TIME    TO PL-SENT-TIME.
004910     MOVE WS-REC-COUNT    TO PL-REC-COUNT.
004920     MOVE WS-PRICE-HASH   TO PL-PRICE-HASH.
004930     MOVE WS-ADD-COUNT    TO PL-ADDS.
004940     MOVE WS-CHANGE-COUNT TO PL-CHANGES.
004950     MOVE WS-DELETE-COUNT TO PL-DELETES.
004960     WRITE POS-LOG-REC.
004970
004980     CLOSE POS-LOG-FILE.
004990*----------------------------------------------------------------
005000 3000-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030 4000-PRINT-TOTALS.
005040*----------------------------------------------------------------
005050     DISPLAY "BUGPOS: HISTORY RECORDS READ       - "
005060             WS-HIST-READ-COUNT.
005070     DISPLAY "BUGPOS: TRANSMISSION SEQUENCE      - "
005080             WS-NEXT-SEQ.
005090     DISPLAY "BUGPOS: ADDS SENT                  - "
005100             WS-ADD-COUNT.
005110     DISPLAY "BUGPOS: CHANGES SENT               - "
005120             WS-CHANGE-COUNT.
005130     DISPLAY "BUGPOS: DELETES SENT               - "
005140             WS-DELETE-COUNT.
005150     DISPLAY "BUGPOS: DETAIL RECORDS SENT        - "
005160             WS-REC-COUNT.
005170     DISPLAY "BUGPOS: PRICE HASH                 - "
005180             WS-PRICE-HASH.
005190
005200     IF WS-LOG-BREAK-COUNT > ZEROS
005210         DISPLAY "BUGPOS: LOG SEQUENCE BREAKS FOUND  - "
005220                 WS-LOG-BREAK-COUNT
005230     END-IF.
005240*----------------------------------------------------------------
005250 4000-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280 9100-STAMP-RUNCTL-START.
005290*----------------------------------------------------------------
005300*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
005310*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
005320*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
005330*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
005340*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
005350*----------------------------------------------------------------
005360     OPEN OUTPUT RUN-CONTROL-FILE.
005370     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
005380     MOVE "BUGPOS"   TO RCL-PROGRAM.
005390     MOVE "START"    TO RCL-EVENT.
005400     ACCEPT RCL-RUN-DATE FROM DATE.
005410     ACCEPT RCL-RUN-TIME FROM TIME.
005420     MOVE ZEROS TO RCL-RETURN-CODE.
005430     WRITE RUN-CONTROL-REC.
005440     CLOSE RUN-CONTROL-FILE.
005450*----------------------------------------------------------------
005460 9100-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490 9200-STAMP-RUNCTL-END.
005500*----------------------------------------------------------------
005510*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
005520*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
005530*    ABENDED ONE.
005540*----------------------------------------------------------------
005550     OPEN OUTPUT RUN-CONTROL-FILE.
005560     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
005570     MOVE "BUGPOS"   TO RCL-PROGRAM.
005580     MOVE "END"      TO RCL-EVENT.
005590     ACCEPT RCL-RUN-DATE FROM DATE.
005600     ACCEPT RCL-RUN-TIME FROM TIME.
005610     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005620     WRITE RUN-CONTROL-REC.
005630     CLOSE RUN-CONTROL-FILE.
005640*----------------------------------------------------------------
005650 9200-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680 9999-TERMINATE.
005690*----------------------------------------------------------------
005700     DISPLAY "BUGPOS: RUN COMPLETE".
005710     PERFORM 9200-STAMP-RUNCTL-END
005720         THRU 9200-EXIT.
005730
005740     STOP RUN.
005750*----------------------------------------------------------------
005760 9999-EXIT.
005770     EXIT.
