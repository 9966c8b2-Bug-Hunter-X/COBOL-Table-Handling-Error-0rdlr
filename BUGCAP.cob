000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGCAP.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-05  RH  ORIGINAL ONLINE-CAPTURE FRAMER. THE BUGO
000120*                 INQUIRY/MAINTENANCE TRANSACTION (BUGONL) DOES
000130*                 NOT UPDATE PROD.ITEM.MASTER - EVERY ADD,
000140*                 CHANGE, AND DELETE A CLERK KEYS IS WRITTEN TO
000150*                 THE CAPTURE FILE STAMPED WITH THE CLERK'S
000160*                 SIGNON USER ID. THIS STEP RUNS AT THE TOP OF
000170*                 BUGSOLJ, READS THAT CAPTURE ESDS STRAIGHT
000180*                 THROUGH, AND FRAMES IT AS ONE H/D.../T BATCH
000190*                 PER CLERK - THE USER ID IS THE BATCH ID, THE
000200*                 DETAILS STAY IN THE ORDER THE CLERK KEYED
000210*                 THEM, AND THE HEADER AND TRAILER CARRY THE
000220*                 DETAIL COUNT AND THE TRAILER THE MONEY HASH -
000230*                 SO THE SCREEN WORK REACHES THE NIGHT THROUGH
000240*                 THE SAME PENDING, EDIT, TOLERANCE, AND CHANGE
000250*                 HISTORY AS ANY OFFICE'S FILE.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CAPTURE-FILE
000340         ASSIGN TO CAPIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-CAPTURE-FS.
000370*
000380     SELECT ONLINE-BATCH-FILE
000390         ASSIGN TO ONLBAT
000400         ORGANIZATION IS SEQUENTIAL.
000410*
000420     SELECT SORT-FILE
000430         ASSIGN TO SORTWK.
000440*
000450     SELECT RUN-CONTROL-FILE
000460         ASSIGN TO RUNCTL
000470         ORGANIZATION IS SEQUENTIAL.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CAPTURE-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  CAPTURE-REC.
000550     05  CAP-USER-ID              PIC X(08).
000560     05  CAP-DATE                 PIC 9(06).
000570     05  CAP-TIME                 PIC 9(06).
000580     05  CAP-TERM-ID              PIC X(04).
000590     05  CAP-ITEM                 PIC X(46).
000600     05  CAP-ITEM-FLDS REDEFINES CAP-ITEM.
000610         10  CAP-ITEM-KEY         PIC X(10).
000620         10  CAP-ITEM-DESC        PIC X(20).
000630         10  CAP-ITEM-PRICE       PIC 9(05)V99.
000640         10  FILLER               PIC X(09).
000650     05  CAP-ACTION               PIC X(01).
000660     05  FILLER                   PIC X(09).
000670*
000680 FD  ONLINE-BATCH-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  ONLINE-BATCH-REC.
000720     05  OB-REC-TYPE              PIC X(01).
000730     05  OB-REC-BODY              PIC X(79).
000740     05  OB-CONTROL-BODY REDEFINES OB-REC-BODY.
000750         10  OB-CONTROL-COUNT     PIC 9(05).
000760         10  OB-BATCH-ID          PIC X(08).
000770         10  OB-CONTROL-AMOUNT    PIC 9(09)V99.
000780         10  FILLER               PIC X(55).
000790     05  OB-DETAIL-BODY REDEFINES OB-REC-BODY.
000800         10  OB-DETAIL-ITEM       PIC X(46).
000810         10  OB-DETAIL-ACTION     PIC X(01).
000820         10  FILLER               PIC X(32).
000830*
000840 SD  SORT-FILE.
000850 01  SORT-REC.
000860     05  SRT-USER-ID              PIC X(08).
000870     05  SRT-CAP-DATE             PIC 9(06).
000880     05  SRT-CAP-TIME             PIC 9(06).
000890     05  SRT-CAPTURE              PIC X(80).
000900*
000910 FD  RUN-CONTROL-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  RUN-CONTROL-REC.
000950     05  RCL-JOB-NAME             PIC X(08).
000960     05  RCL-PROGRAM              PIC X(08).
000970     05  RCL-EVENT                PIC X(05).
000980     05  RCL-RUN-DATE             PIC 9(06).
000990     05  RCL-RUN-TIME             PIC 9(08).
001000     05  RCL-RETURN-CODE          PIC 9(03).
001010     05  FILLER                   PIC X(42).
001020*
001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------------
001050* SWITCHES AND COUNTERS
001060*----------------------------------------------------------------
001070 01  WS-SWITCHES.
001080     05  WS-CAPTURE-EOF-SW       PIC X(01)   VALUE "N".
001090         88  WS-CAPTURE-EOF                  VALUE "Y".
001100     05  WS-SORT-EOF-SW          PIC X(01)   VALUE "N".
001110         88  WS-SORT-EOF                     VALUE "Y".
001120     05  WS-CAPTURE-FS           PIC X(02)   VALUE "00".
001130         88  WS-CAPTURE-FS-OK                VALUE "00".
001140         88  WS-CAPTURE-NOT-FOUND            VALUE "35".
001150*
001160 01  WS-AREA.
001170     05  WS-READ-COUNT           PIC 9(07)   VALUE ZEROS.
001180     05  WS-BLANK-COUNT          PIC 9(07)   VALUE ZEROS.
001190     05  WS-FRAMED-COUNT         PIC 9(07)   VALUE ZEROS.
001200     05  WS-BATCH-COUNT          PIC 9(03)   VALUE ZEROS.
001210     05  WS-CLK-SUB              PIC 9(03)   VALUE ZEROS.
001220     05  WS-FOUND-SUB            PIC 9(03)   VALUE ZEROS.
001230     05  WS-CUR-USER-ID          PIC X(08)   VALUE SPACES.
001240     05  WS-SEARCH-USER-ID       PIC X(08)   VALUE SPACES.
001250*
001260 01  WS-SORTED-CAPTURE.
001270     05  WSC-USER-ID             PIC X(08).
001280     05  WSC-DATE                PIC 9(06).
001290     05  WSC-TIME                PIC 9(06).
001300     05  WSC-TERM-ID             PIC X(04).
001310     05  WSC-ITEM                PIC X(46).
001320     05  WSC-ACTION              PIC X(01).
001330     05  FILLER                  PIC X(09).
001340*
001350*----------------------------------------------------------------
001360* CLERK TABLE - ONE ENTRY PER SIGNON USER ID SEEN ON THE
001370* CAPTURE, WITH THE DETAIL COUNT AND MONEY HASH ITS BATCH WILL
001380* CARRY. BUILT ON THE RELEASE PASS SO THE HEADER CAN BE WRITTEN
001390* WITH ITS COUNT BEFORE THE FIRST DETAIL COMES BACK FROM THE
001400* SORT.
001410*----------------------------------------------------------------
001420 01  WS-CLERK-AREA.
001430     05  WS-CLERK-COUNT          PIC 9(03)   VALUE ZEROS.
001440     05  WS-CLERK-ENTRY OCCURS 200 TIMES.
001450         10  CLK-USER-ID         PIC X(08).
001460         10  CLK-DETAIL-COUNT    PIC 9(05).
001470         10  CLK-AMOUNT          PIC 9(09)V99.
001480*
001490 PROCEDURE DIVISION.
001500*----------------------------------------------------------------
001510 0000-MAINLINE.
001520*----------------------------------------------------------------
001530     PERFORM 9100-STAMP-RUNCTL-START
001540         THRU 9100-EXIT.
001550
001560     DISPLAY "BUGCAP: FRAMING TONIGHTS ONLINE MAINTENANCE "
001570             "CAPTURE".
001580
001590     SORT SORT-FILE
001600         ON ASCENDING KEY SRT-USER-ID
001610                          SRT-CAP-DATE
001620                          SRT-CAP-TIME
001630         WITH DUPLICATES IN ORDER
001640         INPUT PROCEDURE IS 2000-RELEASE-CAPTURES
001650                       THRU 2000-EXIT
001660         OUTPUT PROCEDURE IS 3000-FRAME-BATCHES
001670                        THRU 3000-EXIT.
001680
001690     PERFORM 4000-PRINT-TOTALS
001700         THRU 4000-EXIT.
001710
001720     PERFORM 9999-TERMINATE
001730         THRU 9999-EXIT.
001740*----------------------------------------------------------------
001750 2000-RELEASE-CAPTURES.
001760*----------------------------------------------------------------
001770*    SORT INPUT PROCEDURE - EVERY CAPTURE RECORD IS RELEASED
001780*    UNDER ITS CLERK, CAPTURE DATE, AND TIME, AND COUNTED AND
001790*    HASHED INTO THAT CLERK'S TABLE ENTRY. A CAPTURE WITH NO
001800*    USER ID (A TERMINAL NOT SIGNED ON) IS FRAMED UNDER THE
001810*    BATCH ID "ONLINE" RATHER THAN DROPPED. THE CAPTURE CLUSTER
001820*    IS EMPTIED BY CAPRESET AFTER EVERY CLEAN NIGHT, AND AN
001830*    EMPTY CLUSTER OPENS STATUS 35 - NOTHING WAS KEYED, SO
001840*    NOTHING IS RELEASED AND NO BATCH IS FRAMED.
001850*----------------------------------------------------------------
001860     OPEN INPUT CAPTURE-FILE.
001870
001880     IF WS-CAPTURE-NOT-FOUND
001890         DISPLAY "BUGCAP: CAPTURE FILE IS EMPTY - NO ONLINE "
001900                 "MAINTENANCE TO FRAME"
001910         GO TO 2000-EXIT
001920     END-IF.
001930
001940     IF NOT WS-CAPTURE-FS-OK
001950         DISPLAY "BUGCAP: OPEN OF CAPTURE FILE FAILED - STATUS "
001960                 WS-CAPTURE-FS " - ABENDING"
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000
002010     READ CAPTURE-FILE
002020         AT END
002030             MOVE "Y" TO WS-CAPTURE-EOF-SW.
002040
002050     PERFORM 2100-RELEASE-ONE-CAPTURE
002060         THRU 2100-EXIT
002070         UNTIL WS-CAPTURE-EOF.
002080
002090     CLOSE CAPTURE-FILE.
002100*----------------------------------------------------------------
002110 2000-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140 2100-RELEASE-ONE-CAPTURE.
002150*----------------------------------------------------------------
002160     ADD 1 TO WS-READ-COUNT.
002170
002180     IF CAPTURE-REC = SPACES
002190         ADD 1 TO WS-BLANK-COUNT
002200         GO TO 2100-READ
002210     END-IF.
002220
002230     IF CAP-USER-ID = SPACES
002240         MOVE "ONLINE" TO CAP-USER-ID
002250     END-IF.
002260
002270     MOVE CAP-USER-ID TO WS-SEARCH-USER-ID.
002280     PERFORM 2200-FIND-CLERK
002290         THRU 2200-EXIT.
002300
002310     ADD 1 TO CLK-DETAIL-COUNT(WS-FOUND-SUB).
002320     IF CAP-ITEM-PRICE NUMERIC
002330         ADD CAP-ITEM-PRICE TO CLK-AMOUNT(WS-FOUND-SUB)
002340     END-IF.
002350
002360     MOVE CAP-USER-ID TO SRT-USER-ID.
002370     MOVE CAP-DATE    TO SRT-CAP-DATE.
002380     MOVE CAP-TIME    TO SRT-CAP-TIME.
002390     MOVE CAPTURE-REC TO SRT-CAPTURE.
002400     RELEASE SORT-REC.
002410
002420 2100-READ.
002430     READ CAPTURE-FILE
002440         AT END
002450             MOVE "Y" TO WS-CAPTURE-EOF-SW.
002460*----------------------------------------------------------------
002470 2100-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500 2200-FIND-CLERK.
002510*----------------------------------------------------------------
002520*    LOCATE WS-SEARCH-USER-ID IN THE CLERK TABLE, ADDING A NEW
002530*    ENTRY THE FIRST TIME A CLERK IS SEEN. WS-FOUND-SUB POINTS
002540*    AT THE ENTRY ON RETURN.
002550*----------------------------------------------------------------
002560     MOVE ZEROS TO WS-FOUND-SUB.
002570
002580     PERFORM 2210-TEST-ONE-CLERK
002590         THRU 2210-EXIT
002600         VARYING WS-CLK-SUB FROM 1 BY 1
002610         UNTIL WS-CLK-SUB > WS-CLERK-COUNT
002620            OR WS-FOUND-SUB NOT = ZEROS.
002630
002640     IF WS-FOUND-SUB NOT = ZEROS
002650         GO TO 2200-EXIT
002660     END-IF.
002670
002680     IF WS-CLERK-COUNT = 200
002690         DISPLAY "BUGCAP: MORE THAN 200 CLERKS ON THE CAPTURE "
002700                 "- ABENDING"
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740
002750     ADD 1 TO WS-CLERK-COUNT.
002760     MOVE WS-CLERK-COUNT    TO WS-FOUND-SUB.
002770     MOVE WS-SEARCH-USER-ID TO CLK-USER-ID(WS-FOUND-SUB).
002780     MOVE ZEROS             TO CLK-DETAIL-COUNT(WS-FOUND-SUB)
002790                               CLK-AMOUNT(WS-FOUND-SUB).
002800*----------------------------------------------------------------
002810 2200-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840 2210-TEST-ONE-CLERK.
002850*----------------------------------------------------------------
002860     IF CLK-USER-ID(WS-CLK-SUB) = WS-SEARCH-USER-ID
002870         MOVE WS-CLK-SUB TO WS-FOUND-SUB
002880     END-IF.
002890*----------------------------------------------------------------
002900 2210-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930 3000-FRAME-BATCHES.
002940*----------------------------------------------------------------
002950*    SORT OUTPUT PROCEDURE - THE CAPTURES COME BACK GROUPED BY
002960*    CLERK IN KEYING ORDER. EACH CHANGE OF USER ID CLOSES THE
002970*    OPEN BATCH WITH ITS TRAILER AND OPENS THE NEXT WITH ITS
002980*    HEADER. NO CAPTURE AT ALL WRITES AN EMPTY FILE, WHICH THE
002990*    PENDING STEP'S CONCATENATION READS AS NOTHING.
003000*----------------------------------------------------------------
003010     OPEN OUTPUT ONLINE-BATCH-FILE.
003020
003030     RETURN SORT-FILE
003040         AT END
003050             MOVE "Y" TO WS-SORT-EOF-SW.
003060
003070     PERFORM 3100-FRAME-ONE-CAPTURE
003080         THRU 3100-EXIT
003090         UNTIL WS-SORT-EOF.
003100
003110     IF WS-CUR-USER-ID NOT = SPACES
003120         PERFORM 3300-WRITE-TRAILER
003130             THRU 3300-EXIT
003140     END-IF.
003150
003160     CLOSE ONLINE-BATCH-FILE.
003170*----------------------------------------------------------------
003180 3000-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210 3100-FRAME-ONE-CAPTURE.
003220*----------------------------------------------------------------
003230     MOVE SRT-CAPTURE TO WS-SORTED-CAPTURE.
003240
003250     IF WSC-USER-ID NOT = WS-CUR-USER-ID
003260         IF WS-CUR-USER-ID NOT = SPACES
003270             PERFORM 3300-WRITE-TRAILER
003280                 THRU 3300-EXIT
003290         END-IF
003300         MOVE WSC-USER-ID TO WS-CUR-USER-ID
003310         PERFORM 3200-WRITE-HEADER
003320             THRU 3200-EXIT
003330     END-IF.
003340
003350     MOVE SPACES     TO ONLINE-BATCH-REC.
003360     MOVE "D"        TO OB-REC-TYPE.
003370     MOVE WSC-ITEM   TO OB-DETAIL-ITEM.
003380     MOVE WSC-ACTION TO OB-DETAIL-ACTION.
003390     WRITE ONLINE-BATCH-REC.
003400     ADD 1 TO WS-FRAMED-COUNT.
003410
003420     RETURN SORT-FILE
003430         AT END
003440             MOVE "Y" TO WS-SORT-EOF-SW.
003450*----------------------------------------------------------------
003460 3100-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490 3200-WRITE-HEADER.
003500*----------------------------------------------------------------
003510     MOVE WS-CUR-USER-ID TO WS-SEARCH-USER-ID.
003520     PERFORM 2200-FIND-CLERK
003530         THRU 2200-EXIT.
003540
003550     MOVE SPACES                        TO ONLINE-BATCH-REC.
003560     MOVE "H"                           TO OB-REC-TYPE.
003570     MOVE CLK-DETAIL-COUNT(WS-FOUND-SUB) TO OB-CONTROL-COUNT.
003580     MOVE WS-CUR-USER-ID                TO OB-BATCH-ID.
003590     WRITE ONLINE-BATCH-REC.
003600
003610     ADD 1 TO WS-BATCH-COUNT.
003620     DISPLAY "BUGCAP: BATCH " WS-CUR-USER-ID
003630             " DETAILS " CLK-DETAIL-COUNT(WS-FOUND-SUB)
003640             " MONEY HASH " CLK-AMOUNT(WS-FOUND-SUB).
003650*----------------------------------------------------------------
003660 3200-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690 3300-WRITE-TRAILER.
003700*----------------------------------------------------------------
003710*    WS-FOUND-SUB STILL POINTS AT THE OPEN BATCH'S CLERK - ONLY
003720*    3200 MOVES IT ONCE THE SORT OUTPUT HAS BEGUN.
003730*----------------------------------------------------------------
003740     MOVE SPACES                        TO ONLINE-BATCH-REC.
003750     MOVE "T"                           TO OB-REC-TYPE.
003760     MOVE CLK-DETAIL-COUNT(WS-FOUND-SUB) TO OB-CONTROL-COUNT.
003770     MOVE CLK-AMOUNT(WS-FOUND-SUB)      TO OB-CONTROL-AMOUNT.
003780     WRITE ONLINE-BATCH-REC.
003790*----------------------------------------------------------------
003800 3300-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830 4000-PRINT-TOTALS.
003840*----------------------------------------------------------------
003850     DISPLAY "BUGCAP: CAPTURE RECORDS READ   - " WS-READ-COUNT.
003860     DISPLAY "BUGCAP: BLANK RECORDS SKIPPED  - " WS-BLANK-COUNT.
003870     DISPLAY "BUGCAP: DETAILS FRAMED         - " WS-FRAMED-COUNT.
003880     DISPLAY "BUGCAP: CLERK BATCHES WRITTEN  - " WS-BATCH-COUNT.
003890
003900     IF WS-FRAMED-COUNT = ZEROS
003910         DISPLAY "BUGCAP: NO ONLINE MAINTENANCE CAPTURED "
003920                 "SINCE THE LAST CLEAN NIGHT"
003930     END-IF.
003940*----------------------------------------------------------------
003950 4000-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980 9100-STAMP-RUNCTL-START.
003990*----------------------------------------------------------------
004000*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
004010*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
004020*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
004030*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
004040*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
004050*----------------------------------------------------------------
004060     OPEN OUTPUT RUN-CONTROL-FILE.
004070     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
004080     MOVE "BUGCAP"   TO RCL-PROGRAM.
004090     MOVE "START"    TO RCL-EVENT.
004100     ACCEPT RCL-RUN-DATE FROM DATE.
004110     ACCEPT RCL-RUN-TIME FROM TIME.
004120     MOVE ZEROS TO RCL-RETURN-CODE.
004130     WRITE RUN-CONTROL-REC.
004140     CLOSE RUN-CONTROL-FILE.
004150*----------------------------------------------------------------
004160 9100-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190 9200-STAMP-RUNCTL-END.
004200*----------------------------------------------------------------
004210*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
004220*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
004230*    ABENDED ONE.
004240*----------------------------------------------------------------
004250     OPEN OUTPUT RUN-CONTROL-FILE.
004260     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
004270     MOVE "BUGCAP"   TO RCL-PROGRAM.
004280     MOVE "END"      TO RCL-EVENT.
004290     ACCEPT RCL-RUN-DATE FROM DATE.
004300     ACCEPT RCL-RUN-TIME FROM TIME.
004310     MOVE RETURN-CODE TO RCL-RETURN-CODE.
004320     WRITE RUN-CONTROL-REC.
004330     CLOSE RUN-CONTROL-FILE.
004340*----------------------------------------------------------------
004350 9200-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380 9999-TERMINATE.
004390*----------------------------------------------------------------
004400     DISPLAY "BUGCAP: RUN COMPLETE".
004410     PERFORM 9200-STAMP-RUNCTL-END
004420         THRU 9200-EXIT.
004430
004440     STOP RUN.
004450*----------------------------------------------------------------
004460 9999-EXIT.
004470     EXIT.
