000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGPRF.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-10.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-10  RH  ORIGINAL NIGHTLY MASTER PROOF. RUNS AFTER THE
000120*                 POS FEED AND BEFORE SAVEPRV. STARTS FROM LAST
000130*                 NIGHT'S ARCHIVE GENERATION, APPLIES THE CHANGE
000140*                 HISTORY WRITTEN SINCE THAT ARCHIVE UP TO
000150*                 TONIGHT'S RUN DATE (OLD IMAGE MUST MATCH, NEW
000160*                 IMAGE REPLACES IT) AND ANY ITEMS THE MONTHLY
000170*                 PURGE REMOVED IN BETWEEN, THEN COMPARES THE
000180*                 RESULT WITH THE LIVE MASTER ITEM BY ITEM. ANY
000190*                 ITEM THAT DIFFERS, ANY HISTORY RECORD WHOSE
000200*                 OLD IMAGE DOES NOT MATCH, AND THE COUNTS AND
000210*                 PRICE TOTALS ARE REPORTED. ANY EXCEPTION ENDS
000220*                 THE STEP RC=08 SO SAVEPRV DOES NOT ROLL THE
000230*                 BASELINE FORWARD.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PARM-FILE
000320         ASSIGN TO PARMFILE
000330         ORGANIZATION IS SEQUENTIAL.
000340*
000350     SELECT AUDIT-FILE
000360         ASSIGN TO AUDITF
000370         ORGANIZATION IS SEQUENTIAL.
000380*
000390     SELECT ARCHIVE-FILE
000400         ASSIGN TO ARCHIN
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-ARCH-FS.
000430*
000440     SELECT PURGE-FILE
000450         ASSIGN TO PURGED
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PURGE-FS.
000480*
000490     SELECT HISTORY-FILE
000500         ASSIGN TO HISTF
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-HIST-FS.
000530*
000540     SELECT ITEM-MASTER-FILE
000550         ASSIGN TO ITEMMSTR
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS IM-ITEM-KEY
000590         FILE STATUS IS WS-MASTER-FS.
000600*
000610     SELECT SORT-FILE
000620         ASSIGN TO SORTWK.
000630*
000640     SELECT RUN-CONTROL-FILE
000650         ASSIGN TO RUNCTL
000660         ORGANIZATION IS SEQUENTIAL.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------
000710* NIGHTLY PARM CARD - THE SAME CARD BUGSOL READ. ONLY THE RUN
000720* MODE IN COLUMN 16 MATTERS HERE.
000730*----------------------------------------------------------------
000740 FD  PARM-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  PARM-REC.
000780     05  FILLER                   PIC X(15).
000790     05  PARM-RUN-MODE            PIC X(01).
000800         88  PARM-MODE-MAINT              VALUE "M".
000810     05  FILLER                   PIC X(64).
000820*
000830 FD  AUDIT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  AUDIT-REC.
000870     05  AUD-PROGRAM-ID           PIC X(08).
000880     05  AUD-RUN-DATE             PIC 9(06).
000890     05  AUD-RUN-TIME             PIC 9(08).
000900     05  AUD-FINAL-COUNT          PIC 9(07).
000910     05  AUD-STATUS               PIC X(01).
000920     05  AUD-CAPACITY             PIC 9(05).
000930     05  FILLER                   PIC X(35).
000940*
000950*----------------------------------------------------------------
000960* LAST NIGHT'S MASTER ARCHIVE (BUGARC) - RUN DATE PLUS THE
000970* 80-BYTE MASTER RECORD, IN KEY ORDER.
000980*----------------------------------------------------------------
000990 FD  ARCHIVE-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  ARCHIVE-REC.
001030     05  ARC-RUN-DATE             PIC 9(06).
001040     05  ARC-MASTER-REC.
001050         10  ARC-ITEM.
001060             15  ARC-ITEM-KEY     PIC X(10).
001070             15  FILLER           PIC X(20).
001080             15  ARC-ITEM-PRICE   PIC 9(05)V99.
001090             15  FILLER           PIC X(09).
001100         10  ARC-BATCH-ID         PIC X(08).
001110         10  FILLER               PIC X(26).
001120*
001130*----------------------------------------------------------------
001140* PURGE ARCHIVE (BUGPRG) - SAME SHAPE AS THE MASTER ARCHIVE,
001150* STAMPED WITH THE DATE THE PURGE RAN.
001160*----------------------------------------------------------------
001170 FD  PURGE-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  PURGE-REC.
001210     05  PR-RUN-DATE              PIC 9(06).
001220     05  PR-MASTER-REC.
001230         10  PR-ITEM.
001240             15  PR-ITEM-KEY      PIC X(10).
001250             15  FILLER           PIC X(36).
001260         10  PR-BATCH-ID          PIC X(08).
001270         10  FILLER               PIC X(26).
001280*
001290 FD  HISTORY-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  HISTORY-REC.
001330     05  HST-ITEM-KEY             PIC X(10).
001340     05  HST-RUN-DATE             PIC 9(06).
001350     05  HST-BATCH-ID             PIC X(08).
001360     05  HST-ACTION               PIC X(01).
001370     05  HST-OLD-ITEM             PIC X(46).
001380     05  HST-NEW-ITEM             PIC X(46).
001390     05  FILLER                   PIC X(03).
001400*
001410 FD  ITEM-MASTER-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  ITEM-MASTER-REC.
001440     05  IM-ITEM.
001450         10  IM-ITEM-KEY         PIC X(10).
001460         10  FILLER              PIC X(20).
001470         10  IM-ITEM-PRICE       PIC 9(05)V99.
001480         10  FILLER              PIC X(09).
001490     05  IM-BATCH-ID             PIC X(08).
001500     05  FILLER                  PIC X(26).
001510*
001520*----------------------------------------------------------------
001530* CHANGES TO PROVE, BY ITEM KEY AND THE ORDER THEY WERE READ.
001540* PURGES GO IN FIRST AS ACTION "P", THEN THE HISTORY RECORDS IN
001550* THE ORDER BUGSOL WROTE THEM.
001560*----------------------------------------------------------------
001570 SD  SORT-FILE.
001580 01  SORT-REC.
001590     05  SRT-KEY                  PIC X(10).
001600     05  SRT-SEQ                  PIC 9(07).
001610     05  SRT-RUN-DATE             PIC 9(06).
001620     05  SRT-BATCH-ID             PIC X(08).
001630     05  SRT-ACTION               PIC X(01).
001640         88  SRT-ACTION-ADD               VALUE "A".
001650         88  SRT-ACTION-CHANGE            VALUE "C".
001660         88  SRT-ACTION-DELETE            VALUE "D".
001670         88  SRT-ACTION-PURGE             VALUE "P".
001680     05  SRT-OLD-ITEM             PIC X(46).
001690     05  SRT-NEW-ITEM             PIC X(46).
001700*
001710 FD  RUN-CONTROL-FILE
001720     RECORDING MODE IS F
001730     LABEL RECORDS ARE STANDARD.
001740 01  RUN-CONTROL-REC.
001750     05  RCL-JOB-NAME             PIC X(08).
001760     05  RCL-PROGRAM              PIC X(08).
001770     05  RCL-EVENT                PIC X(05).
001780     05  RCL-RUN-DATE             PIC 9(06).
001790     05  RCL-RUN-TIME             PIC 9(08).
001800     05  RCL-RETURN-CODE          PIC 9(03).
001810     05  FILLER                   PIC X(42).
001820*
001830 WORKING-STORAGE SECTION.
001840*----------------------------------------------------------------
001850* SWITCHES AND COUNTERS
001860*----------------------------------------------------------------
001870 01  WS-SWITCHES.
001880     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001890         88  WS-AUDIT-EOF                    VALUE "Y".
001900     05  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
001910         88  WS-ARCH-EOF                     VALUE "Y".
001920     05  WS-PURGE-EOF-SW         PIC X(01)   VALUE "N".
001930         88  WS-PURGE-EOF                    VALUE "Y".
001940     05  WS-HIST-EOF-SW          PIC X(01)   VALUE "N".
001950         88  WS-HIST-EOF                     VALUE "Y".
001960     05  WS-SORT-EOF-SW          PIC X(01)   VALUE "N".
001970         88  WS-SORT-EOF                     VALUE "Y".
001980     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
001990         88  WS-MASTER-EOF                   VALUE "Y".
002000     05  WS-EXP-FOUND-SW         PIC X(01)   VALUE "N".
002010         88  WS-EXP-FOUND                    VALUE "Y".
002020     05  WS-KEY-HIST-SW          PIC X(01)   VALUE "N".
002030         88  WS-KEY-HAS-HIST                 VALUE "Y".
002040     05  WS-ARCH-FS              PIC X(02)   VALUE "00".
002050         88  WS-ARCH-FS-OK                   VALUE "00".
002060     05  WS-PURGE-FS             PIC X(02)   VALUE "00".
002070         88  WS-PURGE-FS-OK                  VALUE "00".
002080         88  WS-PURGE-NOT-FOUND              VALUE "35".
002090     05  WS-HIST-FS              PIC X(02)   VALUE "00".
002100         88  WS-HIST-FS-OK                   VALUE "00".
002110     05  WS-MASTER-FS            PIC X(02)   VALUE "00".
002120         88  WS-MASTER-FS-OK                 VALUE "00".
002130*
002140 01  WS-AREA.
002150     05  WS-RUN-DATE             PIC 9(06)   VALUE ZEROS.
002160     05  WS-ARCH-DATE            PIC 9(06)   VALUE ZEROS.
002170     05  WS-ARCH-KEY             PIC X(10)   VALUE LOW-VALUES.
002180     05  WS-SORT-KEY             PIC X(10)   VALUE LOW-VALUES.
002190     05  WS-MASTER-KEY           PIC X(10)   VALUE LOW-VALUES.
002200     05  WS-CUR-KEY              PIC X(10)   VALUE LOW-VALUES.
002210     05  WS-ARCH-PRV-KEY         PIC X(10)   VALUE LOW-VALUES.
002220     05  WS-MASTER-PRV-KEY       PIC X(10)   VALUE LOW-VALUES.
002230     05  WS-SEQ                  PIC 9(07)   VALUE ZEROS.
002240     05  WS-EXC-TEXT             PIC X(40)   VALUE SPACES.
002250*
002260*    THE ITEM AS THE PROOF SAYS IT SHOULD STAND ON THE MASTER
002270*
002280 01  WS-EXP-MASTER-REC.
002290     05  WS-EXP-ITEM.
002300         10  WS-EXP-ITEM-KEY     PIC X(10).
002310         10  FILLER              PIC X(20).
002320         10  WS-EXP-ITEM-PRICE   PIC 9(05)V99.
002330         10  FILLER              PIC X(09).
002340     05  WS-EXP-BATCH-ID         PIC X(08).
002350*
002360 01  WS-COUNTS.
002370     05  WS-ARCH-COUNT           PIC 9(07)   VALUE ZEROS.
002380     05  WS-PURGE-READ-COUNT     PIC 9(07)   VALUE ZEROS.
002390     05  WS-PURGE-SEL-COUNT      PIC 9(07)   VALUE ZEROS.
002400     05  WS-HIST-READ-COUNT      PIC 9(07)   VALUE ZEROS.
002410     05  WS-HIST-SEL-COUNT       PIC 9(07)   VALUE ZEROS.
002420     05  WS-ADD-COUNT            PIC 9(07)   VALUE ZEROS.
002430     05  WS-CHANGE-COUNT         PIC 9(07)   VALUE ZEROS.
002440     05  WS-DELETE-COUNT         PIC 9(07)   VALUE ZEROS.
002450     05  WS-PURGE-COUNT          PIC 9(07)   VALUE ZEROS.
002460     05  WS-PURGE-GONE-COUNT     PIC 9(07)   VALUE ZEROS.
002470     05  WS-HIST-EXC-COUNT       PIC 9(07)   VALUE ZEROS.
002480     05  WS-EXP-COUNT            PIC 9(07)   VALUE ZEROS.
002490     05  WS-MASTER-COUNT         PIC 9(07)   VALUE ZEROS.
002500     05  WS-MATCH-COUNT          PIC 9(07)   VALUE ZEROS.
002510     05  WS-ITEM-EXC-COUNT       PIC 9(07)   VALUE ZEROS.
002520     05  WS-ARCH-PRICE-TOT       PIC 9(11)V99 VALUE ZEROS.
002530     05  WS-EXP-PRICE-TOT        PIC 9(11)V99 VALUE ZEROS.
002540     05  WS-MASTER-PRICE-TOT     PIC 9(11)V99 VALUE ZEROS.
002550*
002560 PROCEDURE DIVISION.
002570*----------------------------------------------------------------
002580 0000-MAINLINE.
002590*----------------------------------------------------------------
002600     PERFORM 9100-STAMP-RUNCTL-START
002610         THRU 9100-EXIT.
002620
002630     PERFORM 1000-INITIALIZE
002640         THRU 1000-EXIT.
002650
002660     SORT SORT-FILE
002670         ON ASCENDING KEY SRT-KEY
002680                          SRT-SEQ
002690         INPUT PROCEDURE IS 2000-SELECT-CHANGES
002700                       THRU 2000-EXIT
002710         OUTPUT PROCEDURE IS 3000-PROVE-MASTER
002720                        THRU 3000-EXIT.
002730
002740     PERFORM 4000-PRINT-TOTALS
002750         THRU 4000-EXIT.
002760
002770     PERFORM 9999-TERMINATE
002780         THRU 9999-EXIT.
002790*----------------------------------------------------------------
002800 1000-INITIALIZE.
002810*----------------------------------------------------------------
002820*    A FULL RELOAD REPLACES THE MASTER WITHOUT WRITING HISTORY,
002830*    SO THERE IS NOTHING TO PROVE IT AGAINST - THE STEP SAYS SO
002840*    AND ENDS CLEAN. OTHERWISE TAKE TONIGHT'S RUN DATE FROM THE
002850*    LAST AUDIT RECORD, AS BUGARC AND BUGPOS DO, AND THE
002860*    STARTING POINT'S DATE FROM THE FIRST ARCHIVE RECORD. AN
002870*    EMPTY ARCHIVE GENERATION CANNOT BE PROVED FROM AND ENDS
002880*    THE STEP RC=04, WHICH LETS SAVEPRV RUN.
002890*----------------------------------------------------------------
002900     DISPLAY "BUGPRF: NIGHTLY ITEM MASTER PROOF".
002910
002920     OPEN INPUT PARM-FILE.
002930
002940     READ PARM-FILE
002950         AT END
002960             MOVE SPACES TO PARM-REC.
002970
002980     CLOSE PARM-FILE.
002990
003000     IF NOT PARM-MODE-MAINT
003010         DISPLAY "BUGPRF: FULL RELOAD TONIGHT - NO CHANGE "
003020                 "HISTORY TO PROVE AGAINST - PROOF SKIPPED"
003030         PERFORM 9999-TERMINATE
003040             THRU 9999-EXIT
003050     END-IF.
003060
003070     OPEN INPUT AUDIT-FILE.
003080
003090     READ AUDIT-FILE
003100         AT END
003110             MOVE "Y" TO WS-AUDIT-EOF-SW.
003120
003130     PERFORM 1050-NOTE-ONE-AUDIT-REC
003140         THRU 1050-EXIT
003150         UNTIL WS-AUDIT-EOF.
003160
003170     CLOSE AUDIT-FILE.
003180
003190     IF WS-RUN-DATE = ZEROS
003200         DISPLAY "BUGPRF: AUDIT FILE IS EMPTY - NO RUN DATE "
003210                 "TO PROVE - ABENDING"
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250
003260     OPEN INPUT ARCHIVE-FILE.
003270
003280     IF NOT WS-ARCH-FS-OK
003290         DISPLAY "BUGPRF: OPEN OF PRIOR ARCHIVE FAILED - "
003300                 "STATUS " WS-ARCH-FS " - ABENDING"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340
003350     PERFORM 3100-READ-ARCHIVE
003360         THRU 3100-EXIT.
003370
003380     IF WS-ARCH-EOF
003390         DISPLAY "BUGPRF: PRIOR ARCHIVE GENERATION IS EMPTY - "
003400                 "NOTHING TO PROVE FROM - PROOF SKIPPED"
003410         CLOSE ARCHIVE-FILE
003420         MOVE 4 TO RETURN-CODE
003430         PERFORM 9999-TERMINATE
003440             THRU 9999-EXIT
003450     END-IF.
003460
003470     MOVE ARC-RUN-DATE TO WS-ARCH-DATE.
003480
003490     IF WS-ARCH-DATE NOT < WS-RUN-DATE
003500         DISPLAY "BUGPRF: PRIOR ARCHIVE RUN DATE " WS-ARCH-DATE
003510                 " IS NOT BEFORE RUN DATE " WS-RUN-DATE
003520                 " - ABENDING"
003530         MOVE 16 TO RETURN-CODE
003540         CLOSE ARCHIVE-FILE
003550         STOP RUN
003560     END-IF.
003570
003580     OPEN INPUT ITEM-MASTER-FILE.
003590
003600     IF NOT WS-MASTER-FS-OK
003610         DISPLAY "BUGPRF: OPEN OF ITEM MASTER FAILED - "
003620                 "STATUS " WS-MASTER-FS " - ABENDING"
003630         MOVE 16 TO RETURN-CODE
003640         CLOSE ARCHIVE-FILE
003650         STOP RUN
003660     END-IF.
003670
003680     PERFORM 3200-READ-MASTER
003690         THRU 3200-EXIT.
003700
003710     DISPLAY "BUGPRF: PROVING FROM ARCHIVE OF " WS-ARCH-DATE
003720             " TO RUN DATE " WS-RUN-DATE.
003730*----------------------------------------------------------------
003740 1000-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770 1050-NOTE-ONE-AUDIT-REC.
003780*----------------------------------------------------------------
003790     MOVE AUD-RUN-DATE TO WS-RUN-DATE.
003800
003810     READ AUDIT-FILE
003820         AT END
003830             MOVE "Y" TO WS-AUDIT-EOF-SW.
003840*----------------------------------------------------------------
003850 1050-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880 2000-SELECT-CHANGES.
003890*----------------------------------------------------------------
003900*    SORT INPUT PROCEDURE. FIRST EVERY ITEM THE LATEST PURGE
003910*    ARCHIVE SHOWS REMOVED ON OR AFTER THE PRIOR ARCHIVE'S RUN
003920*    DATE - BUGPRGJ DELETES FROM THE MASTER OUTSIDE BUGSOL AND
003930*    WRITES NO HISTORY. A PURGE ARCHIVE THAT HAS NEVER BEEN
003940*    CREATED MEANS NO PURGES. THEN EVERY HISTORY RECORD DATED
003950*    AFTER THE PRIOR ARCHIVE AND NOT AFTER TONIGHT - NORMALLY
003960*    JUST TONIGHT'S, BUT ALSO ANY NIGHT WHOSE ARCHIVE STEP DID
003970*    NOT RUN.
003980*----------------------------------------------------------------
003990     OPEN INPUT PURGE-FILE.
004000
004010     IF WS-PURGE-NOT-FOUND
004020         DISPLAY "BUGPRF: NO PURGE ARCHIVE - NO PURGES TO APPLY"
004030         GO TO 2000-HISTORY
004040     END-IF.
004050
004060     IF NOT WS-PURGE-FS-OK
004070         DISPLAY "BUGPRF: OPEN OF PURGE ARCHIVE FAILED - "
004080                 "STATUS " WS-PURGE-FS " - ABENDING"
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120
004130     READ PURGE-FILE
004140         AT END
004150             MOVE "Y" TO WS-PURGE-EOF-SW.
004160
004170     PERFORM 2100-RELEASE-ONE-PURGE
004180         THRU 2100-EXIT
004190         UNTIL WS-PURGE-EOF.
004200
004210     CLOSE PURGE-FILE.
004220
004230 2000-HISTORY.
004240     OPEN INPUT HISTORY-FILE.
004250
004260     IF NOT WS-HIST-FS-OK
004270         DISPLAY "BUGPRF: OPEN OF CHANGE HISTORY FAILED - "
004280                 "STATUS " WS-HIST-FS " - ABENDING"
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320
004330     READ HISTORY-FILE
004340         AT END
004350             MOVE "Y" TO WS-HIST-EOF-SW.
004360
004370     PERFORM 2200-RELEASE-ONE-HISTORY
004380         THRU 2200-EXIT
004390         UNTIL WS-HIST-EOF.
004400
004410     CLOSE HISTORY-FILE.
004420*----------------------------------------------------------------
004430 2000-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460 2100-RELEASE-ONE-PURGE.
004470*----------------------------------------------------------------
004480     ADD 1 TO WS-PURGE-READ-COUNT.
004490
004500     IF PR-RUN-DATE NOT < WS-ARCH-DATE
004510        AND PR-RUN-DATE NOT > WS-RUN-DATE
004520         ADD 1 TO WS-SEQ
004530                  WS-PURGE-SEL-COUNT
004540         MOVE PR-ITEM-KEY  TO SRT-KEY
004550         MOVE WS-SEQ       TO SRT-SEQ
004560         MOVE PR-RUN-DATE  TO SRT-RUN-DATE
004570         MOVE PR-BATCH-ID  TO SRT-BATCH-ID
004580         MOVE "P"          TO SRT-ACTION
004590         MOVE PR-ITEM      TO SRT-OLD-ITEM
004600         MOVE SPACES       TO SRT-NEW-ITEM
004610         RELEASE SORT-REC
004620     END-IF.
004630
004640     READ PURGE-FILE
004650         AT END
004660             MOVE "Y" TO WS-PURGE-EOF-SW.
004670*----------------------------------------------------------------
004680 2100-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710 2200-RELEASE-ONE-HISTORY.
004720*----------------------------------------------------------------
004730     ADD 1 TO WS-HIST-READ-COUNT.
004740
004750     IF HST-RUN-DATE > WS-ARCH-DATE
004760        AND HST-RUN-DATE NOT > WS-RUN-DATE
004770         ADD 1 TO WS-SEQ
004780                  WS-HIST-SEL-COUNT
004790         MOVE HST-ITEM-KEY TO SRT-KEY
004800         MOVE WS-SEQ       TO SRT-SEQ
004810         MOVE HST-RUN-DATE TO SRT-RUN-DATE
004820         MOVE HST-BATCH-ID TO SRT-BATCH-ID
004830         MOVE HST-ACTION   TO SRT-ACTION
004840         MOVE HST-OLD-ITEM TO SRT-OLD-ITEM
004850         MOVE HST-NEW-ITEM TO SRT-NEW-ITEM
004860         RELEASE SORT-REC
004870     END-IF.
004880
004890     READ HISTORY-FILE
004900         AT END
004910             MOVE "Y" TO WS-HIST-EOF-SW.
004920*----------------------------------------------------------------
004930 2200-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960 3000-PROVE-MASTER.
004970*----------------------------------------------------------------
004980*    SORT OUTPUT PROCEDURE. A THREE-WAY BALANCED MATCH ON THE
004990*    ITEM KEY - PRIOR ARCHIVE, SORTED CHANGES AND LIVE MASTER.
005000*    AN EXHAUSTED FILE READS AS HIGH-VALUES, SO EACH PASS TAKES
005010*    THE LOWEST KEY SHOWING ON ANY OF THE THREE.
005020*----------------------------------------------------------------
005030     PERFORM 3300-RETURN-CHANGE
005040         THRU 3300-EXIT.
005050
005060     PERFORM 3400-PROVE-ONE-KEY
005070         THRU 3400-EXIT
005080         UNTIL WS-ARCH-EOF
005090           AND WS-SORT-EOF
005100           AND WS-MASTER-EOF.
005110
005120     CLOSE ARCHIVE-FILE.
005130     CLOSE ITEM-MASTER-FILE.
005140*----------------------------------------------------------------
005150 3000-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180 3100-READ-ARCHIVE.
005190*----------------------------------------------------------------
005200     READ ARCHIVE-FILE
005210         AT END
005220             MOVE "Y" TO WS-ARCH-EOF-SW.
005230
005240     IF WS-ARCH-EOF
005250         MOVE HIGH-VALUES TO WS-ARCH-KEY
005260         GO TO 3100-EXIT
005270     END-IF.
005280
005290     ADD 1 TO WS-ARCH-COUNT.
005300
005310     IF ARC-ITEM-KEY NOT > WS-ARCH-PRV-KEY
005320        AND WS-ARCH-COUNT > 1
005330         DISPLAY "BUGPRF: PRIOR ARCHIVE OUT OF KEY SEQUENCE "
005340                 "AT " ARC-ITEM-KEY " - ABENDING"
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380
005390     IF ARC-ITEM-PRICE NUMERIC
005400         ADD ARC-ITEM-PRICE TO WS-ARCH-PRICE-TOT
005410     END-IF.
005420
005430     MOVE ARC-ITEM-KEY TO WS-ARCH-KEY
005440                          WS-ARCH-PRV-KEY.
005450*----------------------------------------------------------------
005460 3100-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490 3200-READ-MASTER.
005500*----------------------------------------------------------------
005510     READ ITEM-MASTER-FILE
005520         AT END
005530             MOVE "Y" TO WS-MASTER-EOF-SW.
005540
005550     IF WS-MASTER-EOF
005560         MOVE HIGH-VALUES TO WS-MASTER-KEY
005570         GO TO 3200-EXIT
005580     END-IF.
005590
005600     ADD 1 TO WS-MASTER-COUNT.
005610
005620     IF IM-ITEM-KEY NOT > WS-MASTER-PRV-KEY
005630        AND WS-MASTER-COUNT > 1
005640         DISPLAY "BUGPRF: ITEM MASTER OUT OF KEY SEQUENCE "
005650                 "AT " IM-ITEM-KEY " - ABENDING"
005660         MOVE 16 TO RETURN-CODE
005670         STOP RUN
005680     END-IF.
005690
005700     IF IM-ITEM-PRICE NUMERIC
005710         ADD IM-ITEM-PRICE TO WS-MASTER-PRICE-TOT
005720     END-IF.
005730
005740     MOVE IM-ITEM-KEY TO WS-MASTER-KEY
005750                         WS-MASTER-PRV-KEY.
005760*----------------------------------------------------------------
005770 3200-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800 3300-RETURN-CHANGE.
005810*----------------------------------------------------------------
005820     RETURN SORT-FILE
005830         AT END
005840             MOVE "Y" TO WS-SORT-EOF-SW.
005850
005860     IF WS-SORT-EOF
005870         MOVE HIGH-VALUES TO WS-SORT-KEY
005880     ELSE
005890         MOVE SRT-KEY TO WS-SORT-KEY
005900     END-IF.
005910*----------------------------------------------------------------
005920 3300-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950 3400-PROVE-ONE-KEY.
005960*----------------------------------------------------------------
005970*    START THE KEY FROM ITS ARCHIVE IMAGE, IF ANY, APPLY EVERY
005980*    CHANGE FOR IT IN ORDER, THEN SET THE RESULT AGAINST THE
005990*    LIVE MASTER. A FAILED CHANGE IS REPORTED BUT ITS NEW IMAGE
006000*    IS STILL TAKEN, AS BUGSOL TOOK IT, SO ONE BAD OLD IMAGE
006010*    DOES NOT ALSO SURFACE AS AN ITEM DIFFERENCE.
006020*----------------------------------------------------------------
006030     MOVE WS-ARCH-KEY TO WS-CUR-KEY.
006040
006050     IF WS-SORT-KEY < WS-CUR-KEY
006060         MOVE WS-SORT-KEY TO WS-CUR-KEY
006070     END-IF.
006080
006090     IF WS-MASTER-KEY < WS-CUR-KEY
006100         MOVE WS-MASTER-KEY TO WS-CUR-KEY
006110     END-IF.
006120
006130     MOVE "N"    TO WS-EXP-FOUND-SW.
006140     MOVE "N"    TO WS-KEY-HIST-SW.
006150     MOVE SPACES TO WS-EXP-MASTER-REC.
006160
006170     IF WS-ARCH-KEY = WS-CUR-KEY
006180         MOVE "Y"          TO WS-EXP-FOUND-SW
006190         MOVE ARC-ITEM     TO WS-EXP-ITEM
006200         MOVE ARC-BATCH-ID TO WS-EXP-BATCH-ID
006210         PERFORM 3100-READ-ARCHIVE
006220             THRU 3100-EXIT
006230     END-IF.
006240
006250     PERFORM 3500-APPLY-ONE-CHANGE
006260         THRU 3500-EXIT
006270         UNTIL WS-SORT-KEY NOT = WS-CUR-KEY.
006280
006290     IF WS-EXP-FOUND
006300         ADD 1 TO WS-EXP-COUNT
006310         IF WS-EXP-ITEM-PRICE NUMERIC
006320             ADD WS-EXP-ITEM-PRICE TO WS-EXP-PRICE-TOT
006330         END-IF
006340     END-IF.
006350
006360     EVALUATE TRUE
006370         WHEN WS-MASTER-KEY = WS-CUR-KEY
006380          AND WS-EXP-FOUND
006390             IF WS-EXP-ITEM     = IM-ITEM
006400                AND WS-EXP-BATCH-ID = IM-BATCH-ID
006410                 ADD 1 TO WS-MATCH-COUNT
006420             ELSE
006430                 MOVE "DIFFERS FROM PROOF" TO WS-EXC-TEXT
006440                 PERFORM 3700-ITEM-EXCEPTION
006450                     THRU 3700-EXIT
006460             END-IF
006470         WHEN WS-MASTER-KEY = WS-CUR-KEY
006480             MOVE "ON MASTER - NOT ON PROOF" TO WS-EXC-TEXT
006490             PERFORM 3700-ITEM-EXCEPTION
006500                 THRU 3700-EXIT
006510         WHEN WS-EXP-FOUND
006520             MOVE "ON PROOF - MISSING FROM MASTER"
006530                 TO WS-EXC-TEXT
006540             PERFORM 3700-ITEM-EXCEPTION
006550                 THRU 3700-EXIT
006560         WHEN OTHER
006570             CONTINUE
006580     END-EVALUATE.
006590
006600     IF WS-MASTER-KEY = WS-CUR-KEY
006610         PERFORM 3200-READ-MASTER
006620             THRU 3200-EXIT
006630     END-IF.
006640*----------------------------------------------------------------
006650 3400-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------
006680 3500-APPLY-ONE-CHANGE.
006690*----------------------------------------------------------------
006700*    AN ADD NEEDS THE ITEM ABSENT; A CHANGE OR DELETE NEEDS IT
006710*    PRESENT WITH AN OLD IMAGE EQUAL TO THE PROOF'S. A PURGE
006720*    OF AN ITEM ALREADY GONE (PURGED BEFORE THE ARCHIVE WAS
006730*    TAKEN) IS IGNORED.
006740*----------------------------------------------------------------
006750     MOVE "Y" TO WS-KEY-HIST-SW.
006760
006770     EVALUATE TRUE
006780         WHEN SRT-ACTION-ADD
006790             ADD 1 TO WS-ADD-COUNT
006800             IF WS-EXP-FOUND
006810                 MOVE "ADD - ITEM ALREADY PRESENT"
006820                     TO WS-EXC-TEXT
006830                 PERFORM 3600-HISTORY-EXCEPTION
006840                     THRU 3600-EXIT
006850             END-IF
006860             MOVE "Y"          TO WS-EXP-FOUND-SW
006870             MOVE SRT-NEW-ITEM TO WS-EXP-ITEM
006880             MOVE SRT-BATCH-ID TO WS-EXP-BATCH-ID
006890         WHEN SRT-ACTION-CHANGE
006900             ADD 1 TO WS-CHANGE-COUNT
006910             IF NOT WS-EXP-FOUND
006920                 MOVE "CHANGE - ITEM NOT PRESENT"
006930                     TO WS-EXC-TEXT
006940                 PERFORM 3600-HISTORY-EXCEPTION
006950                     THRU 3600-EXIT
006960             ELSE
006970                 IF SRT-OLD-ITEM NOT = WS-EXP-ITEM
006980                     MOVE "CHANGE - OLD IMAGE DOES NOT MATCH"
006990                         TO WS-EXC-TEXT
007000                     PERFORM 3600-HISTORY-EXCEPTION
007010                         THRU 3600-EXIT
007020                 END-IF
007030             END-IF
007040             MOVE "Y"          TO WS-EXP-FOUND-SW
007050             MOVE SRT-NEW-ITEM TO WS-EXP-ITEM
007060             MOVE SRT-BATCH-ID TO WS-EXP-BATCH-ID
007070         WHEN SRT-ACTION-DELETE
007080             ADD 1 TO WS-DELETE-COUNT
007090             IF NOT WS-EXP-FOUND
007100                 MOVE "DELETE - ITEM NOT PRESENT"
007110                     TO WS-EXC-TEXT
007120                 PERFORM 3600-HISTORY-EXCEPTION
007130                     THRU 3600-EXIT
007140             ELSE
007150                 IF SRT-OLD-ITEM NOT = WS-EXP-ITEM
007160                     MOVE "DELETE - OLD IMAGE DOES NOT MATCH"
007170                         TO WS-EXC-TEXT
007180                     PERFORM 3600-HISTORY-EXCEPTION
007190                         THRU 3600-EXIT
007200                 END-IF
007210             END-IF
007220             MOVE "N"    TO WS-EXP-FOUND-SW
007230             MOVE SPACES TO WS-EXP-MASTER-REC
007240         WHEN SRT-ACTION-PURGE
007250             IF NOT WS-EXP-FOUND
007260                 ADD 1 TO WS-PURGE-GONE-COUNT
007270             ELSE
007280                 ADD 1 TO WS-PURGE-COUNT
007290                 IF SRT-OLD-ITEM NOT = WS-EXP-ITEM
007300                     MOVE "PURGE - IMAGE DOES NOT MATCH"
007310                         TO WS-EXC-TEXT
007320                     PERFORM 3600-HISTORY-EXCEPTION
007330                         THRU 3600-EXIT
007340                 END-IF
007350                 MOVE "N"    TO WS-EXP-FOUND-SW
007360                 MOVE SPACES TO WS-EXP-MASTER-REC
007370             END-IF
007380         WHEN OTHER
007390             MOVE "UNKNOWN ACTION - NOT APPLIED" TO WS-EXC-TEXT
007400             PERFORM 3600-HISTORY-EXCEPTION
007410                 THRU 3600-EXIT
007420     END-EVALUATE.
007430
007440     PERFORM 3300-RETURN-CHANGE
007450         THRU 3300-EXIT.
007460*----------------------------------------------------------------
007470 3500-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500 3600-HISTORY-EXCEPTION.
007510*----------------------------------------------------------------
007520     ADD 1 TO WS-HIST-EXC-COUNT.
007530
007540     DISPLAY "BUGPRF: *** HISTORY " SRT-KEY " " SRT-ACTION
007550             " " SRT-RUN-DATE " " SRT-BATCH-ID " - "
007560             WS-EXC-TEXT.
007570     DISPLAY "BUGPRF:   HIST OLD " SRT-OLD-ITEM.
007580     DISPLAY "BUGPRF:   PROOF    " WS-EXP-ITEM.
007590*----------------------------------------------------------------
007600 3600-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630 3700-ITEM-EXCEPTION.
007640*----------------------------------------------------------------
007650*    AN ITEM WITH NO HISTORY SINCE THE ARCHIVE CHANGED OUTSIDE
007660*    THE NIGHTLY RUN; ONE WITH HISTORY CHANGED BEYOND WHAT ITS
007670*    HISTORY RECORDS. BOTH IMAGES ARE SHOWN WITH THE BATCH TAG.
007680*----------------------------------------------------------------
007690     ADD 1 TO WS-ITEM-EXC-COUNT.
007700
007710     IF WS-KEY-HAS-HIST
007720         DISPLAY "BUGPRF: *** ITEM " WS-CUR-KEY " - "
007730                 WS-EXC-TEXT " - NOT ACCOUNTED FOR BY HISTORY"
007740     ELSE
007750         DISPLAY "BUGPRF: *** ITEM " WS-CUR-KEY " - "
007760                 WS-EXC-TEXT " - NO HISTORY"
007770     END-IF.
007780
007790     IF WS-EXP-FOUND
007800         DISPLAY "BUGPRF:   PROOF  " WS-EXP-ITEM " "
007810                 WS-EXP-BATCH-ID
007820     END-IF.
007830
007840     IF WS-MASTER-KEY = WS-CUR-KEY
007850         DISPLAY "BUGPRF:   MASTER " IM-ITEM " " IM-BATCH-ID
007860     END-IF.
007870*----------------------------------------------------------------
007880 3700-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910 4000-PRINT-TOTALS.
007920*----------------------------------------------------------------
007930*    ANY HISTORY OR ITEM EXCEPTION FAILS THE PROOF RC=08. THE
007940*    SAVEPRV STEP IS BYPASSED AND LAST NIGHT'S BASELINE STAYS
007950*    IN PLACE UNTIL THE DIFFERENCE IS EXPLAINED.
007960*----------------------------------------------------------------
007970     DISPLAY "BUGPRF: PRIOR ARCHIVE RUN DATE     - "
007980             WS-ARCH-DATE.
007990     DISPLAY "BUGPRF: PRIOR ARCHIVE RECORDS      - "
008000             WS-ARCH-COUNT.
008010     DISPLAY "BUGPRF: PRIOR ARCHIVE PRICE TOTAL  - "
008020             WS-ARCH-PRICE-TOT.
008030     DISPLAY "BUGPRF: HISTORY RECORDS READ       - "
008040             WS-HIST-READ-COUNT.
008050     DISPLAY "BUGPRF: HISTORY RECORDS SELECTED   - "
008060             WS-HIST-SEL-COUNT.
008070     DISPLAY "BUGPRF: ADDS APPLIED               - "
008080             WS-ADD-COUNT.
008090     DISPLAY "BUGPRF: CHANGES APPLIED            - "
008100             WS-CHANGE-COUNT.
008110     DISPLAY "BUGPRF: DELETES APPLIED            - "
008120             WS-DELETE-COUNT.
008130     DISPLAY "BUGPRF: PURGE RECORDS SELECTED     - "
008140             WS-PURGE-SEL-COUNT.
008150     DISPLAY "BUGPRF: PURGES APPLIED             - "
008160             WS-PURGE-COUNT.
008170     DISPLAY "BUGPRF: PURGES ALREADY OFF ARCHIVE - "
008180             WS-PURGE-GONE-COUNT.
008190     DISPLAY "BUGPRF: PROOF RECORDS              - "
008200             WS-EXP-COUNT.
008210     DISPLAY "BUGPRF: PROOF PRICE TOTAL          - "
008220             WS-EXP-PRICE-TOT.
008230     DISPLAY "BUGPRF: MASTER RECORDS             - "
008240             WS-MASTER-COUNT.
008250     DISPLAY "BUGPRF: MASTER PRICE TOTAL         - "
008260             WS-MASTER-PRICE-TOT.
008270     DISPLAY "BUGPRF: ITEMS AGREEING             - "
008280             WS-MATCH-COUNT.
008290     DISPLAY "BUGPRF: HISTORY EXCEPTIONS         - "
008300             WS-HIST-EXC-COUNT.
008310     DISPLAY "BUGPRF: ITEM EXCEPTIONS            - "
008320             WS-ITEM-EXC-COUNT.
008330
008340     IF WS-HIST-EXC-COUNT > ZEROS
008350        OR WS-ITEM-EXC-COUNT > ZEROS
008360         DISPLAY "BUGPRF: *** PROOF FAILED - BASELINE NOT TO "
008370                 "BE ROLLED FORWARD ***"
008380         MOVE 8 TO RETURN-CODE
008390     ELSE
008400         DISPLAY "BUGPRF: PROOF BALANCES"
008410     END-IF.
008420*----------------------------------------------------------------
008430 4000-EXIT.
008440     EXIT.
008450*----------------------------------------------------------------
008460 9100-STAMP-RUNCTL-START.
008470*----------------------------------------------------------------
008480*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
008490*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
008500*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
008510*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
008520*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
008530*----------------------------------------------------------------
008540     OPEN OUTPUT RUN-CONTROL-FILE.
008550     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
008560     MOVE "BUGPRF"   TO RCL-PROGRAM.
008570     MOVE "START"    TO RCL-EVENT.
008580     ACCEPT RCL-RUN-DATE FROM DATE.
008590     ACCEPT RCL-RUN-TIME FROM TIME.
008600     MOVE ZEROS TO RCL-RETURN-CODE.
008610     WRITE RUN-CONTROL-REC.
008620     CLOSE RUN-CONTROL-FILE.
008630*----------------------------------------------------------------
008640 9100-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670 9200-STAMP-RUNCTL-END.
008680*----------------------------------------------------------------
008690*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
008700*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
008710*    ABENDED ONE.
008720*----------------------------------------------------------------
008730     OPEN OUTPUT RUN-CONTROL-FILE.
008740     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
008750     MOVE "BUGPRF"   TO RCL-PROGRAM.
008760     MOVE "END"      TO RCL-EVENT.
008770     ACCEPT RCL-RUN-DATE FROM DATE.
008780     ACCEPT RCL-RUN-TIME FROM TIME.
008790     MOVE RETURN-CODE TO RCL-RETURN-CODE.
008800     WRITE RUN-CONTROL-REC.
008810     CLOSE RUN-CONTROL-FILE.
008820*----------------------------------------------------------------
008830 9200-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860 9999-TERMINATE.
008870*----------------------------------------------------------------
008880     DISPLAY "BUGPRF: RUN COMPLETE".
008890     PERFORM 9200-STAMP-RUNCTL-END
008900         THRU 9200-EXIT.
008910
008920     STOP RUN.
008930*----------------------------------------------------------------
008940 9999-EXIT.
008950     EXIT.
