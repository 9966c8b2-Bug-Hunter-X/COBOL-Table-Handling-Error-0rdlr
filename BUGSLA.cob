000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGSLA.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-14  RH  ORIGINAL BATCH-WINDOW ELAPSED-TIME AND SLA
000120*                 REPORT OVER THE RUN-CONTROL LEDGER. EVERY STEP
000130*                 ALREADY STAMPS START AND END ON PROD.BUGSOL.
000140*                 RUNCTL; THIS PAIRS THEM PER JOB AND PROGRAM,
000150*                 GROUPS THE BUGSOLJ STEPS INTO NIGHTLY CYCLES,
000160*                 AND REPORTS ONE NIGHT - EACH STEP'S ELAPSED
000170*                 TIME AGAINST ITS BUDGET FROM THE CONTROL CARDS
000180*                 AND ITS 30-NIGHT AVERAGE, AND THE WHOLE CYCLE
000190*                 AGAINST THE TARGET FINISH TIME. STARTS WITH NO
000200*                 END (A STEP THAT DIED) ARE LISTED WITH HOW LONG
000210*                 THEY CAN HAVE RUN. A TREND OF CYCLE ELAPSED TIME
000220*                 AGAINST THE BUGSOL LOADED COUNT FROM THE AUDIT
000230*                 FILE PROJECTS WHEN THE GROWING LOAD WILL PUSH
000240*                 THE CYCLE PAST THE TARGET. READ-ONLY; RUNS AS
000250*                 ITS OWN JOB (BUGSLAJ) AND STAMPS NOTHING.
000260* 2026-10-15  RH  THE UNPAIRED-TABLE OVERFLOW ABEND NOW CLOSES THE
000270*                 LEDGER WHEN IT IS STILL OPEN, AS THE PAIRED-
000280*                 TABLE OVERFLOW ALREADY DID.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARM-FILE
000370         ASSIGN TO PARMFILE
000380         ORGANIZATION IS SEQUENTIAL.
000390*
000400     SELECT RUN-CONTROL-FILE
000410         ASSIGN TO RUNCTL
000420         ORGANIZATION IS SEQUENTIAL.
000430*
000440     SELECT AUDIT-FILE
000450         ASSIGN TO AUDITF
000460         ORGANIZATION IS SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PARM-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530*----------------------------------------------------------------
000540* THE FIRST CARD IS THE CONTROL CARD; EVERY CARD AFTER IT IS A
000550* STEP BUDGET.
000560*----------------------------------------------------------------
000570 01  PARM-CONTROL-REC.
000580     05  PC-TARGET               PIC X(04).
000590     05  FILLER REDEFINES PC-TARGET.
000600         10  PC-TARGET-HH        PIC 9(02).
000610         10  PC-TARGET-MM        PIC 9(02).
000620     05  PC-OVER-PCT             PIC X(03).
000630     05  PC-OVER-PCT-N REDEFINES PC-OVER-PCT
000640                                 PIC 9(03).
000650     05  PC-MIN-SECS             PIC X(03).
000660     05  PC-MIN-SECS-N REDEFINES PC-MIN-SECS
000670                                 PIC 9(03).
000680     05  PC-NIGHT                PIC X(06).
000690     05  PC-NIGHT-N REDEFINES PC-NIGHT
000700                                 PIC 9(06).
000710     05  FILLER                  PIC X(64).
000720 01  PARM-BUDGET-REC.
000730     05  PB-JOB-NAME             PIC X(08).
000740     05  PB-PROGRAM              PIC X(08).
000750     05  PB-MINUTES              PIC X(04).
000760     05  PB-MINUTES-N REDEFINES PB-MINUTES
000770                                 PIC 9(04).
000780     05  FILLER                  PIC X(60).
000790*
000800 FD  RUN-CONTROL-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  RUN-CONTROL-REC.
000840     05  RCL-JOB-NAME             PIC X(08).
000850     05  RCL-PROGRAM              PIC X(08).
000860     05  RCL-EVENT                PIC X(05).
000870         88  RCL-START                    VALUE "START".
000880         88  RCL-END                      VALUE "END".
000890     05  RCL-RUN-DATE             PIC 9(06).
000900     05  RCL-RUN-TIME             PIC 9(08).
000910     05  RCL-RETURN-CODE          PIC 9(03).
000920     05  FILLER                   PIC X(42).
000930*
000940 FD  AUDIT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  AUDIT-REC.
000980     05  AUD-PROGRAM-ID           PIC X(08).
000990     05  AUD-RUN-DATE             PIC 9(06).
001000     05  AUD-RUN-TIME             PIC 9(08).
001010     05  AUD-FINAL-COUNT          PIC 9(07).
001020     05  AUD-STATUS               PIC X(01).
001030         88  AUD-RUN-OK                   VALUE "S".
001040         88  AUD-RUN-FAILED               VALUE "F".
001050         88  AUD-YEAR-SUMMARY             VALUE "Y".
001060     05  AUD-CAPACITY             PIC 9(05).
001070     05  FILLER                   PIC X(35).
001080*
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110* SWITCHES AND COUNTERS
001120*----------------------------------------------------------------
001130 01  WS-SWITCHES.
001140     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
001150         88  WS-PARM-EOF                     VALUE "Y".
001160     05  WS-LEDGER-EOF-SW        PIC X(01)   VALUE "N".
001170         88  WS-LEDGER-EOF                   VALUE "Y".
001180     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001190         88  WS-AUDIT-EOF                    VALUE "Y".
001200     05  WS-STAMP-OK-SW          PIC X(01)   VALUE "N".
001210         88  WS-STAMP-OK                     VALUE "Y".
001220     05  WS-NEW-CYCLE-SW         PIC X(01)   VALUE "N".
001230         88  WS-NEW-CYCLE                    VALUE "Y".
001240     05  WS-TARGET-SW            PIC X(01)   VALUE "N".
001250         88  WS-TARGET-GIVEN                 VALUE "Y".
001260     05  WS-TARGET-MET-SW        PIC X(01)   VALUE "N".
001270         88  WS-TARGET-MET                   VALUE "Y".
001280     05  WS-OVER-AVG-SW          PIC X(01)   VALUE "N".
001290         88  WS-OVER-AVG                     VALUE "Y".
001300*
001310 77  WS-AVG-NIGHTS               PIC 9(03)   VALUE 30.
001320*
001330 01  WS-AREA.
001340     05  WS-TARGET-SECS          PIC 9(05)   VALUE ZEROS.
001350     05  WS-OVER-PCT             PIC 9(03)   VALUE 25.
001360     05  WS-MIN-SECS             PIC 9(03)   VALUE 60.
001370     05  WS-REP-NIGHT            PIC 9(06)   VALUE ZEROS.
001380     05  WS-REP-DAYS             PIC 9(07)   VALUE ZEROS.
001390     05  WS-AVG-FROM-DAYS        PIC 9(07)   VALUE ZEROS.
001400     05  WS-TREND-FROM-DAYS      PIC 9(07)   VALUE ZEROS.
001410     05  WS-LEDGER-COUNT         PIC 9(07)   VALUE ZEROS.
001420     05  WS-SKIP-COUNT           PIC 9(07)   VALUE ZEROS.
001430     05  WS-ORPHAN-COUNT         PIC 9(05)   VALUE ZEROS.
001440     05  WS-AUDIT-MATCHED        PIC 9(05)   VALUE ZEROS.
001450     05  WS-NIGHT-CYCLES         PIC 9(03)   VALUE ZEROS.
001460     05  WS-MISSED-COUNT         PIC 9(03)   VALUE ZEROS.
001470     05  WS-BUDGET-OVER-COUNT    PIC 9(03)   VALUE ZEROS.
001480     05  WS-AVG-OVER-COUNT       PIC 9(03)   VALUE ZEROS.
001490     05  WS-NIGHT-UNPAIRED       PIC 9(03)   VALUE ZEROS.
001500     05  WS-WINDOW-UNPAIRED      PIC 9(05)   VALUE ZEROS.
001510     05  WS-OPN-SUB              PIC 9(03)   VALUE ZEROS.
001520     05  WS-FOUND-SUB            PIC 9(03)   VALUE ZEROS.
001530     05  WS-STP-SUB              PIC 9(05)   VALUE ZEROS.
001540     05  WS-AVG-SUB              PIC 9(05)   VALUE ZEROS.
001550     05  WS-CYC-SUB              PIC 9(04)   VALUE ZEROS.
001560     05  WS-MATCH-SUB            PIC 9(04)   VALUE ZEROS.
001570     05  WS-WRAP-SUB             PIC 9(04)   VALUE ZEROS.
001580     05  WS-UNP-SUB              PIC 9(04)   VALUE ZEROS.
001590     05  WS-BUD-SUB              PIC 9(03)   VALUE ZEROS.
001600     05  WS-STR-SUB              PIC 9(03)   VALUE ZEROS.
001610     05  WS-EVT-CYCLE            PIC 9(04)   VALUE ZEROS.
001620     05  WS-EVT-NIGHT            PIC 9(06)   VALUE ZEROS.
001630     05  WS-EVT-NIGHT-DAYS       PIC 9(07)   VALUE ZEROS.
001640     05  WS-ELAPSED              PIC 9(07)   VALUE ZEROS.
001650     05  WS-BUDGET-SECS          PIC 9(07)   VALUE ZEROS.
001660     05  WS-AVG-SECS             PIC 9(07)   VALUE ZEROS.
001670     05  WS-AVG-TOTAL            PIC 9(11)   VALUE ZEROS.
001680     05  WS-AVG-N                PIC 9(05)   VALUE ZEROS.
001690     05  WS-OVER-AVG-PCT         PIC S9(05)  VALUE ZEROS.
001700     05  WS-TARGET-ABS           PIC 9(11)   VALUE ZEROS.
001710     05  WS-START-SECS           PIC 9(05)   VALUE ZEROS.
001720     05  WS-MARGIN               PIC 9(07)   VALUE ZEROS.
001730     05  WS-AUDIT-ABS            PIC 9(11)   VALUE ZEROS.
001740     05  WS-PER-1000             PIC 9(05)V99 VALUE ZEROS.
001750     05  WS-OVER-PCT-DSP         PIC -(4)9.
001760*
001770*----------------------------------------------------------------
001780* A LEDGER STAMP BROKEN INTO ITS PARTS AND TURNED INTO AN
001790* ABSOLUTE SECOND COUNT (SERIAL DAY * 86400 + SECOND OF DAY),
001800* SO AN ELAPSED TIME THAT CROSSES MIDNIGHT IS A PLAIN SUBTRACT.
001810*----------------------------------------------------------------
001820 01  WS-STAMP-AREA.
001830     05  WS-STAMP-DATE           PIC 9(06)   VALUE ZEROS.
001840     05  FILLER REDEFINES WS-STAMP-DATE.
001850         10  WS-STAMP-YY         PIC 9(02).
001860         10  WS-STAMP-MM         PIC 9(02).
001870             88  WS-STAMP-MM-VALID       VALUE 01 THRU 12.
001880         10  WS-STAMP-DD         PIC 9(02).
001890             88  WS-STAMP-DD-VALID       VALUE 01 THRU 31.
001900     05  WS-STAMP-TIME           PIC 9(08)   VALUE ZEROS.
001910     05  FILLER REDEFINES WS-STAMP-TIME.
001920         10  WS-STAMP-HH         PIC 9(02).
001930             88  WS-STAMP-HH-VALID       VALUE 00 THRU 23.
001940         10  WS-STAMP-MI         PIC 9(02).
001950             88  WS-STAMP-MI-VALID       VALUE 00 THRU 59.
001960         10  WS-STAMP-SS         PIC 9(02).
001970             88  WS-STAMP-SS-VALID       VALUE 00 THRU 59.
001980         10  WS-STAMP-CC         PIC 9(02).
001990     05  WS-STAMP-DAYS           PIC 9(07)   VALUE ZEROS.
002000     05  WS-STAMP-SECS           PIC 9(05)   VALUE ZEROS.
002010     05  WS-STAMP-ABS            PIC 9(11)   VALUE ZEROS.
002020*
002030*----------------------------------------------------------------
002040* DISPLAY FORMS - AN ELAPSED SECOND COUNT AS HHH:MM:SS AND A
002050* LEDGER CLOCK TIME AS HH:MM:SS.
002060*----------------------------------------------------------------
002070 01  WS-FMT-AREA.
002080     05  WS-FMT-SECS             PIC 9(07)   VALUE ZEROS.
002090     05  WS-FMT-HOURS            PIC 9(05)   VALUE ZEROS.
002100     05  WS-FMT-REM              PIC 9(05)   VALUE ZEROS.
002110     05  WS-FMT-HMS.
002120         10  WS-FMT-HH           PIC ZZ9.
002130         10  FILLER              PIC X(01)   VALUE ":".
002140         10  WS-FMT-MM           PIC 9(02).
002150         10  FILLER              PIC X(01)   VALUE ":".
002160         10  WS-FMT-SS           PIC 9(02).
002170     05  WS-CLK-TIME             PIC 9(08)   VALUE ZEROS.
002180     05  FILLER REDEFINES WS-CLK-TIME.
002190         10  WS-CLK-HH           PIC 9(02).
002200         10  WS-CLK-MM           PIC 9(02).
002210         10  WS-CLK-SS           PIC 9(02).
002220         10  WS-CLK-CC           PIC 9(02).
002230     05  WS-CLK-DSP.
002240         10  WS-CLK-DSP-HH       PIC 9(02).
002250         10  FILLER              PIC X(01)   VALUE ":".
002260         10  WS-CLK-DSP-MM       PIC 9(02).
002270         10  FILLER              PIC X(01)   VALUE ":".
002280         10  WS-CLK-DSP-SS       PIC 9(02).
002290     05  WS-TARGET-DSP.
002300         10  WS-TARGET-DSP-HH    PIC 9(02)   VALUE ZEROS.
002310         10  FILLER              PIC X(01)   VALUE ":".
002320         10  WS-TARGET-DSP-MM    PIC 9(02)   VALUE ZEROS.
002330*
002340*----------------------------------------------------------------
002350* STEP BUDGETS FROM THE CONTROL CARDS, IN SECONDS.
002360*----------------------------------------------------------------
002370 01  WS-BUDGET-AREA.
002380     05  WS-BUDGET-COUNT         PIC 9(03)   VALUE ZEROS.
002390     05  WS-BUDGET-ENTRY OCCURS 50 TIMES.
002400         10  BUD-JOB-NAME        PIC X(08).
002410         10  BUD-PROGRAM         PIC X(08).
002420         10  BUD-SECS            PIC 9(07).
002430*
002440*----------------------------------------------------------------
002450* OPEN STARTS - ONE ENTRY PER JOB AND PROGRAM WHOSE START HAS
002460* NOT YET MET ITS END. OPN-NEXT-ABS IS THE TIME OF THE FIRST
002470* LEDGER RECORD AFTER THE START, THE BEST BOUND THE LEDGER GIVES
002480* ON WHEN A STEP THAT NEVER ENDED DIED.
002490*----------------------------------------------------------------
002500 01  WS-OPEN-AREA.
002510     05  WS-OPN-COUNT            PIC 9(03)   VALUE ZEROS.
002520     05  WS-OPEN-ENTRY OCCURS 100 TIMES.
002530         10  OPN-IN-USE-SW       PIC X(01).
002540             88  OPN-IN-USE              VALUE "Y".
002550         10  OPN-JOB-NAME        PIC X(08).
002560         10  OPN-PROGRAM         PIC X(08).
002570         10  OPN-START-DATE      PIC 9(06).
002580         10  OPN-START-TIME      PIC 9(08).
002590         10  OPN-START-ABS       PIC 9(11).
002600         10  OPN-NEXT-ABS        PIC 9(11).
002610         10  OPN-CYCLE           PIC 9(04).
002620         10  OPN-NIGHT           PIC 9(06).
002630         10  OPN-NIGHT-DAYS      PIC 9(07).
002640*
002650*----------------------------------------------------------------
002660* PAIRED STEPS, IN THE ORDER THEIR ENDS WERE STAMPED. A BUGSOLJ
002670* STEP CARRIES ITS CYCLE AND THE CYCLE'S NIGHT; ANY OTHER JOB'S
002680* STEP HAS CYCLE ZERO AND THE DATE IT STARTED AS ITS NIGHT.
002690*----------------------------------------------------------------
002700 01  WS-STEP-AREA.
002710     05  WS-STEP-COUNT           PIC 9(05)   VALUE ZEROS.
002720     05  WS-STEP-ENTRY OCCURS 20000 TIMES.
002730         10  STP-JOB-NAME        PIC X(08).
002740         10  STP-PROGRAM         PIC X(08).
002750         10  STP-START-TIME      PIC 9(08).
002760         10  STP-END-TIME        PIC 9(08).
002770         10  STP-ELAPSED         PIC 9(07).
002780         10  STP-RETURN-CODE     PIC 9(03).
002790         10  STP-CYCLE           PIC 9(04).
002800         10  STP-NIGHT           PIC 9(06).
002810         10  STP-NIGHT-DAYS      PIC 9(07).
002820*
002830*----------------------------------------------------------------
002840* UNPAIRED STARTS - A SECOND START FOR THE SAME JOB AND PROGRAM,
002850* OR THE END OF THE LEDGER, ARRIVED BEFORE ANY END.
002860*----------------------------------------------------------------
002870 01  WS-UNPAIRED-AREA.
002880     05  WS-UNP-COUNT            PIC 9(04)   VALUE ZEROS.
002890     05  WS-UNPAIRED-ENTRY OCCURS 2000 TIMES.
002900         10  UNP-JOB-NAME        PIC X(08).
002910         10  UNP-PROGRAM         PIC X(08).
002920         10  UNP-START-DATE      PIC 9(06).
002930         10  UNP-START-TIME      PIC 9(08).
002940         10  UNP-START-ABS       PIC 9(11).
002950         10  UNP-NEXT-ABS        PIC 9(11).
002960         10  UNP-NIGHT           PIC 9(06).
002970         10  UNP-NIGHT-DAYS      PIC 9(07).
002980*
002990*----------------------------------------------------------------
003000* BUGSOLJ CYCLES. A CYCLE OPENS AT THE START OF BUGCAP, THE
003010* FIRST STEP THAT STAMPS THE LEDGER, OR AT A START FOR A PROGRAM
003020* THE OPEN CYCLE HAS ALREADY RUN (A RESTART FROM A LATER STEP).
003030* ITS NIGHT IS THE DATE OF ITS FIRST START. THE BUGSOL START IS
003040* KEPT SO THE AUDIT RECORD OF THAT LOAD CAN BE MATCHED TO IT.
003050*----------------------------------------------------------------
003060 01  WS-CYCLE-AREA.
003070     05  WS-CYCLE-COUNT          PIC 9(04)   VALUE ZEROS.
003080     05  WS-CYCLE-ENTRY OCCURS 1000 TIMES.
003090         10  CYC-NIGHT           PIC 9(06).
003100         10  CYC-NIGHT-DAYS      PIC 9(07).
003110         10  CYC-START-TIME      PIC 9(08).
003120         10  CYC-START-SECS      PIC 9(05).
003130         10  CYC-START-ABS       PIC 9(11).
003140         10  CYC-LAST-TIME       PIC 9(08).
003150         10  CYC-LAST-ABS        PIC 9(11).
003160         10  CYC-STEP-COUNT      PIC 9(03).
003170         10  CYC-UNPAIRED-COUNT  PIC 9(03).
003180         10  CYC-MAX-RC          PIC 9(03).
003190         10  CYC-RESTART-SW      PIC X(01).
003200             88  CYC-RESTART             VALUE "Y".
003210         10  CYC-BSOL-DATE       PIC 9(06).
003220         10  CYC-BSOL-ABS        PIC 9(11).
003230         10  CYC-FINAL-COUNT     PIC 9(07).
003240         10  CYC-AUD-STATUS      PIC X(01).
003250*
003260 01  WS-STARTED-AREA.
003270     05  WS-STARTED-COUNT        PIC 9(03)   VALUE ZEROS.
003280     05  WS-STARTED-PROGRAM OCCURS 50 TIMES
003290                                 PIC X(08).
003300*
003310*----------------------------------------------------------------
003320* LOAD TREND - A LEAST-SQUARES LINE OF CYCLE ELAPSED SECONDS
003330* AGAINST THE LOADED COUNT OVER THE COMPLETE CYCLES OF THE LAST
003340* 30 NIGHTS, THE AVERAGE TIME FROM CYCLE START TO THE TARGET,
003350* AND THE NIGHTLY GROWTH OF THE LOADED COUNT.
003360*----------------------------------------------------------------
003370 01  WS-TREND-AREA.
003380     05  WS-RG-N                 PIC 9(05)   VALUE ZEROS.
003390     05  WS-RG-SX                PIC S9(13)  VALUE ZEROS.
003400     05  WS-RG-SY                PIC S9(13)  VALUE ZEROS.
003410     05  WS-RG-SXX               PIC S9(18)  VALUE ZEROS.
003420     05  WS-RG-SXY               PIC S9(18)  VALUE ZEROS.
003430     05  WS-RG-DEN               PIC S9(18)  VALUE ZEROS.
003440     05  WS-RG-B                 PIC S9(05)V9(08) VALUE ZEROS.
003450     05  WS-RG-A                 PIC S9(09)V99 VALUE ZEROS.
003460     05  WS-RG-WINDOW-TOT        PIC S9(13)  VALUE ZEROS.
003470     05  WS-RG-WINDOW            PIC S9(09)  VALUE ZEROS.
003480     05  WS-RG-MAX-COUNT         PIC S9(11)  VALUE ZEROS.
003490     05  WS-RG-FIRST-COUNT       PIC 9(07)   VALUE ZEROS.
003500     05  WS-RG-FIRST-DAYS        PIC 9(07)   VALUE ZEROS.
003510     05  WS-RG-LAST-COUNT        PIC 9(07)   VALUE ZEROS.
003520     05  WS-RG-LAST-DAYS         PIC 9(07)   VALUE ZEROS.
003530     05  WS-RG-GROWTH            PIC S9(09)V99 VALUE ZEROS.
003540     05  WS-RG-NIGHTS            PIC S9(09)  VALUE ZEROS.
003550     05  WS-RG-PER-1000          PIC S9(09)V99 VALUE ZEROS.
003560     05  WS-RG-DSP-A             PIC -(9)9.
003570     05  WS-RG-DSP-B             PIC -(6)9.99.
003580     05  WS-RG-DSP-COUNT         PIC -(10)9.
003590     05  WS-RG-DSP-GROWTH        PIC -(8)9.99.
003600     05  WS-RG-DSP-NIGHTS        PIC Z(8)9.
003610*
003620*----------------------------------------------------------------
003630* CALENDAR WORK AREAS - THE SERIAL-DAY CONVERSION THE SUITE
003640* USES FOR AGING, FROM A CCYY/MM/DD DATE.
003650*----------------------------------------------------------------
003660 01  WS-MONTH-OFFSET-DATA        PIC X(36)
003670         VALUE "000031059090120151181212243273304334".
003680 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.
003690     05  WS-MONTH-OFFSET OCCURS 12 TIMES
003700                                 PIC 9(03).
003710*
003720 01  WS-DATE-CONVERT-AREA.
003730     05  WS-CNV-CCYY             PIC 9(04)   VALUE ZEROS.
003740     05  WS-CNV-MM               PIC 9(02)   VALUE ZEROS.
003750     05  WS-CNV-DD               PIC 9(02)   VALUE ZEROS.
003760     05  WS-CNV-DAYS             PIC 9(07)   VALUE ZEROS.
003770     05  WS-CNV-QUOT             PIC 9(04)   VALUE ZEROS.
003780     05  WS-CNV-PRIOR-YR         PIC 9(04)   VALUE ZEROS.
003790     05  WS-CNV-REM              PIC 9(04)   VALUE ZEROS.
003800     05  WS-CNV-LEAP-SW          PIC X(01)   VALUE "N".
003810         88  WS-CNV-LEAP                 VALUE "Y".
003820*
003830*----------------------------------------------------------------
003840* REPORT LINES
003850*----------------------------------------------------------------
003860 01  WS-RPT-STEP-HEAD.
003870     05  FILLER                  PIC X(02)   VALUE SPACES.
003880     05  FILLER                  PIC X(09)   VALUE "JOB".
003890     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
003900     05  FILLER                  PIC X(10)   VALUE "START".
003910     05  FILLER                  PIC X(10)   VALUE "END".
003920     05  FILLER                  PIC X(09)   VALUE "  ELAPSED".
003930     05  FILLER                  PIC X(05)   VALUE "   RC".
003940     05  FILLER                  PIC X(11)   VALUE "     BUDGET".
003950     05  FILLER                  PIC X(11)   VALUE "   30-NIGHT".
003960     05  FILLER                  PIC X(08)   VALUE "   OVER%".
003970     05  FILLER                  PIC X(40)   VALUE SPACES.
003980*
003990 01  WS-RPT-STEP-LINE.
004000     05  FILLER                  PIC X(02)   VALUE SPACES.
004010     05  RS-JOB-NAME             PIC X(08).
004020     05  FILLER                  PIC X(01)   VALUE SPACES.
004030     05  RS-PROGRAM              PIC X(08).
004040     05  FILLER                  PIC X(02)   VALUE SPACES.
004050     05  RS-START                PIC X(08).
004060     05  FILLER                  PIC X(02)   VALUE SPACES.
004070     05  RS-END                  PIC X(08).
004080     05  FILLER                  PIC X(02)   VALUE SPACES.
004090     05  RS-ELAPSED              PIC X(09).
004100     05  FILLER                  PIC X(02)   VALUE SPACES.
004110     05  RS-RC                   PIC ZZ9.
004120     05  FILLER                  PIC X(02)   VALUE SPACES.
004130     05  RS-BUDGET               PIC X(09).
004140     05  FILLER                  PIC X(02)   VALUE SPACES.
004150     05  RS-AVERAGE              PIC X(09).
004160     05  FILLER                  PIC X(02)   VALUE SPACES.
004170     05  RS-OVER-PCT             PIC X(06).
004180     05  FILLER                  PIC X(02)   VALUE SPACES.
004190     05  RS-FLAG                 PIC X(38).
004200*
004210 01  WS-RPT-UNP-HEAD.
004220     05  FILLER                  PIC X(02)   VALUE SPACES.
004230     05  FILLER                  PIC X(09)   VALUE "JOB".
004240     05  FILLER                  PIC X(10)   VALUE "PROGRAM".
004250     05  FILLER                  PIC X(08)   VALUE "NIGHT".
004260     05  FILLER                  PIC X(07)   VALUE "DATE".
004270     05  FILLER                  PIC X(10)   VALUE "START".
004280     05  FILLER                  PIC X(09)   VALUE "      RAN".
004290     05  FILLER                  PIC X(42)   VALUE SPACES.
004300*
004310 01  WS-RPT-UNP-LINE.
004320     05  FILLER                  PIC X(02)   VALUE SPACES.
004330     05  RU-JOB-NAME             PIC X(08).
004340     05  FILLER                  PIC X(01)   VALUE SPACES.
004350     05  RU-PROGRAM              PIC X(08).
004360     05  FILLER                  PIC X(02)   VALUE SPACES.
004370     05  RU-NIGHT                PIC 9(06).
004380     05  FILLER                  PIC X(02)   VALUE SPACES.
004390     05  RU-START-DATE           PIC 9(06).
004400     05  FILLER                  PIC X(01)   VALUE SPACES.
004410     05  RU-START                PIC X(08).
004420     05  FILLER                  PIC X(02)   VALUE SPACES.
004430     05  RU-RAN                  PIC X(09).
004440     05  FILLER                  PIC X(02)   VALUE SPACES.
004450     05  RU-TEXT                 PIC X(40).
004460*
004470 01  WS-RPT-TREND-HEAD.
004480     05  FILLER                  PIC X(02)   VALUE SPACES.
004490     05  FILLER                  PIC X(08)   VALUE "NIGHT".
004500     05  FILLER                  PIC X(10)   VALUE "START".
004510     05  FILLER                  PIC X(10)   VALUE "FINISH".
004520     05  FILLER                  PIC X(09)   VALUE "  ELAPSED".
004530     05  FILLER                  PIC X(02)   VALUE SPACES.
004540     05  FILLER                  PIC X(09)   VALUE "   LOADED".
004550     05  FILLER                  PIC X(02)   VALUE SPACES.
004560     05  FILLER                  PIC X(09)   VALUE "SECS/1000".
004570     05  FILLER                  PIC X(03)   VALUE SPACES.
004580     05  FILLER                  PIC X(06)   VALUE "TARGET".
004590     05  FILLER                  PIC X(34)   VALUE SPACES.
004600*
004610 01  WS-RPT-TREND-LINE.
004620     05  FILLER                  PIC X(02)   VALUE SPACES.
004630     05  RT-NIGHT                PIC 9(06).
004640     05  FILLER                  PIC X(02)   VALUE SPACES.
004650     05  RT-START                PIC X(08).
004660     05  FILLER                  PIC X(02)   VALUE SPACES.
004670     05  RT-FINISH               PIC X(08).
004680     05  FILLER                  PIC X(02)   VALUE SPACES.
004690     05  RT-ELAPSED              PIC X(09).
004700     05  FILLER                  PIC X(02)   VALUE SPACES.
004710     05  RT-LOADED               PIC Z,ZZZ,ZZ9.
004720     05  FILLER                  PIC X(02)   VALUE SPACES.
004730     05  RT-PER-1000             PIC ZZ,ZZ9.99.
004740     05  FILLER                  PIC X(03)   VALUE SPACES.
004750     05  RT-TEXT                 PIC X(40).
004760*
004770 PROCEDURE DIVISION.
004780*----------------------------------------------------------------
004790 0000-MAINLINE.
004800*----------------------------------------------------------------
004810     PERFORM 1000-LOAD-CONTROL-CARDS
004820         THRU 1000-EXIT.
004830
004840     PERFORM 2000-PAIR-LEDGER
004850         THRU 2000-EXIT.
004860
004870     PERFORM 3000-MATCH-AUDIT
004880         THRU 3000-EXIT.
004890
004900     PERFORM 3500-CHOOSE-NIGHT
004910         THRU 3500-EXIT.
004920
004930     IF WS-REP-NIGHT NOT = ZEROS
004940         PERFORM 4000-REPORT-NIGHT
004950             THRU 4000-EXIT
004960         PERFORM 5000-REPORT-UNPAIRED
004970             THRU 5000-EXIT
004980         PERFORM 6000-REPORT-TREND
004990             THRU 6000-EXIT
005000     END-IF.
005010
005020     PERFORM 7000-PRINT-TOTALS
005030         THRU 7000-EXIT.
005040
005050     PERFORM 9999-TERMINATE
005060         THRU 9999-EXIT.
005070*----------------------------------------------------------------
005080 1000-LOAD-CONTROL-CARDS.
005090*----------------------------------------------------------------
005100*    THE CONTROL CARD - COLS 1-4 THE TARGET FINISH TIME OF THE
005110*    BUGSOLJ CYCLE AS HHMM (BLANK = NO TARGET), COLS 5-7 THE
005120*    PERCENT OVER ITS 30-NIGHT AVERAGE THAT FLAGS A STEP (BLANK
005130*    = 025), COLS 8-10 THE FEWEST SECONDS OVER THE AVERAGE WORTH
005140*    FLAGGING (BLANK = 060, SO A FIVE-SECOND STEP TAKING TEN IS
005150*    NOT NOISE ON THE REPORT), COLS 11-16 THE NIGHT TO REPORT AS
005160*    YYMMDD (BLANK = THE LATEST BUGSOLJ CYCLE). THEN ONE BUDGET
005170*    CARD PER STEP - COLS 1-8 JOB, COLS 9-16 PROGRAM, COLS 17-20
005180*    BUDGET IN MINUTES. ANY FIELD THAT CANNOT BE READ ABENDS.
005190*----------------------------------------------------------------
005200     OPEN INPUT PARM-FILE.
005210
005220     READ PARM-FILE
005230         AT END
005240             MOVE "Y" TO WS-PARM-EOF-SW.
005250
005260     IF WS-PARM-EOF
005270         DISPLAY "BUGSLA: PARMFILE IS EMPTY - ABENDING"
005280         MOVE 16 TO RETURN-CODE
005290         CLOSE PARM-FILE
005300         STOP RUN
005310     END-IF.
005320
005330     PERFORM 1100-EDIT-CONTROL-CARD
005340         THRU 1100-EXIT.
005350
005360     READ PARM-FILE
005370         AT END
005380             MOVE "Y" TO WS-PARM-EOF-SW.
005390
005400     PERFORM 1200-LOAD-ONE-BUDGET
005410         THRU 1200-EXIT
005420         UNTIL WS-PARM-EOF.
005430
005440     CLOSE PARM-FILE.
005450
005460     DISPLAY "BUGSLA: BATCH WINDOW ELAPSED-TIME AND SLA REPORT".
005470     IF WS-TARGET-GIVEN
005480         DISPLAY "BUGSLA: BUGSOLJ TARGET FINISH " WS-TARGET-DSP
005490     ELSE
005500         DISPLAY "BUGSLA: NO BUGSOLJ TARGET FINISH SET"
005510     END-IF.
005520     DISPLAY "BUGSLA: STEPS ARE FLAGGED " WS-OVER-PCT
005530             " PERCENT AND " WS-MIN-SECS
005540             " SECONDS OVER THEIR " WS-AVG-NIGHTS
005550             "-NIGHT AVERAGE".
005560     DISPLAY "BUGSLA: STEP BUDGETS LOADED - " WS-BUDGET-COUNT.
005570*----------------------------------------------------------------
005580 1000-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610 1100-EDIT-CONTROL-CARD.
005620*----------------------------------------------------------------
005630     IF PC-TARGET NOT = SPACES
005640         IF PC-TARGET NOT NUMERIC
005650            OR PC-TARGET-HH > 23
005660            OR PC-TARGET-MM > 59
005670             DISPLAY "BUGSLA: TARGET FINISH [" PC-TARGET
005680                     "] IS NOT A VALID HHMM - ABENDING"
005690             MOVE 16 TO RETURN-CODE
005700             CLOSE PARM-FILE
005710             STOP RUN
005720         END-IF
005730         MOVE "Y" TO WS-TARGET-SW
005740         MOVE PC-TARGET-HH TO WS-TARGET-DSP-HH
005750         MOVE PC-TARGET-MM TO WS-TARGET-DSP-MM
005760         COMPUTE WS-TARGET-SECS =
005770             (PC-TARGET-HH * 3600) + (PC-TARGET-MM * 60)
005780     END-IF.
005790
005800     IF (PC-OVER-PCT NOT = SPACES AND PC-OVER-PCT-N NOT NUMERIC)
005810        OR (PC-MIN-SECS NOT = SPACES
005820            AND PC-MIN-SECS-N NOT NUMERIC)
005830        OR (PC-NIGHT NOT = SPACES AND PC-NIGHT-N NOT NUMERIC)
005840         DISPLAY "BUGSLA: CONTROL CARD CARRIES A NON-NUMERIC "
005850                 "PERCENT, SECONDS, OR NIGHT - ABENDING"
005860         DISPLAY "BUGSLA:   CARD IMAGE [" PARM-CONTROL-REC "]"
005870         MOVE 16 TO RETURN-CODE
005880         CLOSE PARM-FILE
005890         STOP RUN
005900     END-IF.
005910
005920     IF PC-OVER-PCT NOT = SPACES
005930         MOVE PC-OVER-PCT-N TO WS-OVER-PCT
005940     END-IF.
005950
005960     IF PC-MIN-SECS NOT = SPACES
005970         MOVE PC-MIN-SECS-N TO WS-MIN-SECS
005980     END-IF.
005990
006000     IF PC-NIGHT NOT = SPACES
006010         MOVE PC-NIGHT-N TO WS-STAMP-DATE
006020         MOVE ZEROS      TO WS-STAMP-TIME
006030         PERFORM 8200-STAMP-TO-SECONDS
006040             THRU 8200-EXIT
006050         IF NOT WS-STAMP-OK
006060             DISPLAY "BUGSLA: NIGHT [" PC-NIGHT
006070                     "] IS NOT A VALID YYMMDD - ABENDING"
006080             MOVE 16 TO RETURN-CODE
006090             CLOSE PARM-FILE
006100             STOP RUN
006110         END-IF
006120         MOVE PC-NIGHT-N    TO WS-REP-NIGHT
006130         MOVE WS-STAMP-DAYS TO WS-REP-DAYS
006140     END-IF.
006150*----------------------------------------------------------------
006160 1100-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190 1200-LOAD-ONE-BUDGET.
006200*----------------------------------------------------------------
006210     IF PARM-BUDGET-REC = SPACES
006220         GO TO 1200-READ
006230     END-IF.
006240
006250     IF PB-JOB-NAME = SPACES
006260        OR PB-PROGRAM = SPACES
006270        OR PB-MINUTES-N NOT NUMERIC
006280         DISPLAY "BUGSLA: BUDGET CARD NEEDS A JOB, A PROGRAM, "
006290                 "AND NUMERIC MINUTES - ABENDING"
006300         DISPLAY "BUGSLA:   CARD IMAGE [" PARM-BUDGET-REC "]"
006310         MOVE 16 TO RETURN-CODE
006320         CLOSE PARM-FILE
006330         STOP RUN
006340     END-IF.
006350
006360     IF WS-BUDGET-COUNT = 50
006370         DISPLAY "BUGSLA: MORE THAN 50 BUDGET CARDS - ABENDING"
006380         MOVE 16 TO RETURN-CODE
006390         CLOSE PARM-FILE
006400         STOP RUN
006410     END-IF.
006420
006430     ADD 1 TO WS-BUDGET-COUNT.
006440     MOVE PB-JOB-NAME TO BUD-JOB-NAME(WS-BUDGET-COUNT).
006450     MOVE PB-PROGRAM  TO BUD-PROGRAM(WS-BUDGET-COUNT).
006460     COMPUTE BUD-SECS(WS-BUDGET-COUNT) = PB-MINUTES-N * 60.
006470
006480 1200-READ.
006490     READ PARM-FILE
006500         AT END
006510             MOVE "Y" TO WS-PARM-EOF-SW.
006520*----------------------------------------------------------------
006530 1200-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560 2000-PAIR-LEDGER.
006570*----------------------------------------------------------------
006580*    ONE PASS OVER THE LEDGER, WHICH IS APPENDED IN TIME ORDER.
006590*    EACH START OPENS AN ENTRY FOR ITS JOB AND PROGRAM AND THE
006600*    NEXT END FOR THE SAME JOB AND PROGRAM CLOSES IT AS A PAIRED
006610*    STEP. A START THAT MEETS ANOTHER START BEFORE ITS END, OR IS
006620*    STILL OPEN AT THE END OF THE LEDGER, NEVER ENDED - THE STEP
006630*    DIED (OR, FOR THE LAST ONES ON FILE, MAY STILL BE RUNNING).
006640*----------------------------------------------------------------
006650     OPEN INPUT RUN-CONTROL-FILE.
006660
006670     READ RUN-CONTROL-FILE
006680         AT END
006690             MOVE "Y" TO WS-LEDGER-EOF-SW.
006700
006710     PERFORM 2100-PAIR-ONE-RECORD
006720         THRU 2100-EXIT
006730         UNTIL WS-LEDGER-EOF.
006740
006750     CLOSE RUN-CONTROL-FILE.
006760
006770     PERFORM 2600-CLOSE-ONE-OPEN
006780         THRU 2600-EXIT
006790         VARYING WS-OPN-SUB FROM 1 BY 1
006800         UNTIL WS-OPN-SUB > WS-OPN-COUNT.
006810*----------------------------------------------------------------
006820 2000-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850 2100-PAIR-ONE-RECORD.
006860*----------------------------------------------------------------
006870     ADD 1 TO WS-LEDGER-COUNT.
006880
006890     MOVE "N" TO WS-STAMP-OK-SW.
006900     IF RCL-RUN-DATE NUMERIC
006910        AND RCL-RUN-TIME NUMERIC
006920         MOVE RCL-RUN-DATE TO WS-STAMP-DATE
006930         MOVE RCL-RUN-TIME TO WS-STAMP-TIME
006940         PERFORM 8200-STAMP-TO-SECONDS
006950             THRU 8200-EXIT
006960     END-IF.
006970
006980     IF NOT WS-STAMP-OK
006990         ADD 1 TO WS-SKIP-COUNT
007000         GO TO 2100-READ
007010     END-IF.
007020
007030     PERFORM 2400-SET-NEXT-EVENT
007040         THRU 2400-EXIT
007050         VARYING WS-OPN-SUB FROM 1 BY 1
007060         UNTIL WS-OPN-SUB > WS-OPN-COUNT.
007070
007080     EVALUATE TRUE
007090         WHEN RCL-START
007100             PERFORM 2200-START-EVENT
007110                 THRU 2200-EXIT
007120         WHEN RCL-END
007130             PERFORM 2300-END-EVENT
007140                 THRU 2300-EXIT
007150         WHEN OTHER
007160             ADD 1 TO WS-SKIP-COUNT
007170     END-EVALUATE.
007180
007190 2100-READ.
007200     READ RUN-CONTROL-FILE
007210         AT END
007220             MOVE "Y" TO WS-LEDGER-EOF-SW.
007230*----------------------------------------------------------------
007240 2100-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------
007270 2200-START-EVENT.
007280*----------------------------------------------------------------
007290*    A BUGSOLJ START BELONGS TO A CYCLE AND TAKES THE CYCLE'S
007300*    NIGHT; ANY OTHER JOB'S STEP IS ITS OWN NIGHT. A START
007310*    ALREADY OPEN FOR THE SAME JOB AND PROGRAM NEVER ENDED.
007320*----------------------------------------------------------------
007330     IF RCL-JOB-NAME = "BUGSOLJ"
007340         PERFORM 2210-TRACK-CYCLE
007350             THRU 2210-EXIT
007360     ELSE
007370         MOVE ZEROS         TO WS-EVT-CYCLE
007380         MOVE RCL-RUN-DATE  TO WS-EVT-NIGHT
007390         MOVE WS-STAMP-DAYS TO WS-EVT-NIGHT-DAYS
007400     END-IF.
007410
007420     PERFORM 2250-FIND-OPEN
007430         THRU 2250-EXIT.
007440
007450     IF WS-FOUND-SUB NOT = ZEROS
007460         PERFORM 2500-RECORD-UNPAIRED
007470             THRU 2500-EXIT
007480     ELSE
007490         PERFORM 2260-FIND-FREE-SLOT
007500             THRU 2260-EXIT
007510     END-IF.
007520
007530     MOVE "Y"               TO OPN-IN-USE-SW(WS-FOUND-SUB).
007540     MOVE RCL-JOB-NAME      TO OPN-JOB-NAME(WS-FOUND-SUB).
007550     MOVE RCL-PROGRAM       TO OPN-PROGRAM(WS-FOUND-SUB).
007560     MOVE RCL-RUN-DATE      TO OPN-START-DATE(WS-FOUND-SUB).
007570     MOVE RCL-RUN-TIME      TO OPN-START-TIME(WS-FOUND-SUB).
007580     MOVE WS-STAMP-ABS      TO OPN-START-ABS(WS-FOUND-SUB).
007590     MOVE ZEROS             TO OPN-NEXT-ABS(WS-FOUND-SUB).
007600     MOVE WS-EVT-CYCLE      TO OPN-CYCLE(WS-FOUND-SUB).
007610     MOVE WS-EVT-NIGHT      TO OPN-NIGHT(WS-FOUND-SUB).
007620     MOVE WS-EVT-NIGHT-DAYS TO OPN-NIGHT-DAYS(WS-FOUND-SUB).
007630*----------------------------------------------------------------
007640 2200-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670 2210-TRACK-CYCLE.
007680*----------------------------------------------------------------
007690     MOVE "N" TO WS-NEW-CYCLE-SW.
007700
007710     IF WS-CYCLE-COUNT = ZEROS
007720        OR RCL-PROGRAM = "BUGCAP"
007730         MOVE "Y" TO WS-NEW-CYCLE-SW
007740     ELSE
007750         PERFORM 2220-TEST-ONE-STARTED
007760             THRU 2220-EXIT
007770             VARYING WS-STR-SUB FROM 1 BY 1
007780             UNTIL WS-STR-SUB > WS-STARTED-COUNT
007790                OR WS-NEW-CYCLE
007800         IF WS-NEW-CYCLE
007810             PERFORM 2230-OPEN-CYCLE
007820                 THRU 2230-EXIT
007830             MOVE "Y" TO CYC-RESTART-SW(WS-CYCLE-COUNT)
007840             MOVE "N" TO WS-NEW-CYCLE-SW
007850         END-IF
007860     END-IF.
007870
007880     IF WS-NEW-CYCLE
007890         PERFORM 2230-OPEN-CYCLE
007900             THRU 2230-EXIT
007910     END-IF.
007920
007930     IF WS-STARTED-COUNT < 50
007940         ADD 1 TO WS-STARTED-COUNT
007950         MOVE RCL-PROGRAM TO WS-STARTED-PROGRAM(WS-STARTED-COUNT)
007960     END-IF.
007970
007980     IF RCL-PROGRAM = "BUGSOL"
007990         MOVE RCL-RUN-DATE TO CYC-BSOL-DATE(WS-CYCLE-COUNT)
008000         MOVE WS-STAMP-ABS TO CYC-BSOL-ABS(WS-CYCLE-COUNT)
008010     END-IF.
008020
008030     MOVE WS-CYCLE-COUNT                 TO WS-EVT-CYCLE.
008040     MOVE CYC-NIGHT(WS-CYCLE-COUNT)      TO WS-EVT-NIGHT.
008050     MOVE CYC-NIGHT-DAYS(WS-CYCLE-COUNT) TO WS-EVT-NIGHT-DAYS.
008060*----------------------------------------------------------------
008070 2210-EXIT.
008080     EXIT.
008090*----------------------------------------------------------------
008100 2220-TEST-ONE-STARTED.
008110*----------------------------------------------------------------
008120     IF WS-STARTED-PROGRAM(WS-STR-SUB) = RCL-PROGRAM
008130         MOVE "Y" TO WS-NEW-CYCLE-SW
008140     END-IF.
008150*----------------------------------------------------------------
008160 2220-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190 2230-OPEN-CYCLE.
008200*----------------------------------------------------------------
008210     IF WS-CYCLE-COUNT = 1000
008220         DISPLAY "BUGSLA: MORE THAN 1000 BUGSOLJ CYCLES ON THE "
008230                 "LEDGER - ABENDING"
008240         MOVE 16 TO RETURN-CODE
008250         CLOSE RUN-CONTROL-FILE
008260         STOP RUN
008270     END-IF.
008280
008290     ADD 1 TO WS-CYCLE-COUNT.
008300     MOVE RCL-RUN-DATE  TO CYC-NIGHT(WS-CYCLE-COUNT).
008310     MOVE WS-STAMP-DAYS TO CYC-NIGHT-DAYS(WS-CYCLE-COUNT).
008320     MOVE RCL-RUN-TIME  TO CYC-START-TIME(WS-CYCLE-COUNT)
008330                           CYC-LAST-TIME(WS-CYCLE-COUNT).
008340     MOVE WS-STAMP-SECS TO CYC-START-SECS(WS-CYCLE-COUNT).
008350     MOVE WS-STAMP-ABS  TO CYC-START-ABS(WS-CYCLE-COUNT)
008360                           CYC-LAST-ABS(WS-CYCLE-COUNT).
008370     MOVE ZEROS         TO CYC-STEP-COUNT(WS-CYCLE-COUNT)
008380                           CYC-UNPAIRED-COUNT(WS-CYCLE-COUNT)
008390                           CYC-MAX-RC(WS-CYCLE-COUNT)
008400                           CYC-BSOL-DATE(WS-CYCLE-COUNT)
008410                           CYC-BSOL-ABS(WS-CYCLE-COUNT)
008420                           CYC-FINAL-COUNT(WS-CYCLE-COUNT).
008430     MOVE "N"           TO CYC-RESTART-SW(WS-CYCLE-COUNT).
008440     MOVE SPACE         TO CYC-AUD-STATUS(WS-CYCLE-COUNT).
008450     MOVE ZEROS         TO WS-STARTED-COUNT.
008460*----------------------------------------------------------------
008470 2230-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------
008500 2250-FIND-OPEN.
008510*----------------------------------------------------------------
008520     MOVE ZEROS TO WS-FOUND-SUB.
008530
008540     PERFORM 2255-TEST-ONE-OPEN
008550         THRU 2255-EXIT
008560         VARYING WS-OPN-SUB FROM 1 BY 1
008570         UNTIL WS-OPN-SUB > WS-OPN-COUNT
008580            OR WS-FOUND-SUB NOT = ZEROS.
008590*----------------------------------------------------------------
008600 2250-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------
008630 2255-TEST-ONE-OPEN.
008640*----------------------------------------------------------------
008650     IF OPN-IN-USE(WS-OPN-SUB)
008660        AND OPN-JOB-NAME(WS-OPN-SUB) = RCL-JOB-NAME
008670        AND OPN-PROGRAM(WS-OPN-SUB)  = RCL-PROGRAM
008680         MOVE WS-OPN-SUB TO WS-FOUND-SUB
008690     END-IF.
008700*----------------------------------------------------------------
008710 2255-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740 2260-FIND-FREE-SLOT.
008750*----------------------------------------------------------------
008760     MOVE ZEROS TO WS-FOUND-SUB.
008770
008780     PERFORM 2265-TEST-ONE-SLOT
008790         THRU 2265-EXIT
008800         VARYING WS-OPN-SUB FROM 1 BY 1
008810         UNTIL WS-OPN-SUB > WS-OPN-COUNT
008820            OR WS-FOUND-SUB NOT = ZEROS.
008830
008840     IF WS-FOUND-SUB NOT = ZEROS
008850         GO TO 2260-EXIT
008860     END-IF.
008870
008880     IF WS-OPN-COUNT = 100
008890         DISPLAY "BUGSLA: MORE THAN 100 STEPS OPEN AT ONCE ON "
008900                 "THE LEDGER - ABENDING"
008910         MOVE 16 TO RETURN-CODE
008920         CLOSE RUN-CONTROL-FILE
008930         STOP RUN
008940     END-IF.
008950
008960     ADD 1 TO WS-OPN-COUNT.
008970     MOVE WS-OPN-COUNT TO WS-FOUND-SUB.
008980*----------------------------------------------------------------
008990 2260-EXIT.
009000     EXIT.
009010*----------------------------------------------------------------
009020 2265-TEST-ONE-SLOT.
009030*----------------------------------------------------------------
009040     IF NOT OPN-IN-USE(WS-OPN-SUB)
009050         MOVE WS-OPN-SUB TO WS-FOUND-SUB
009060     END-IF.
009070*----------------------------------------------------------------
009080 2265-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110 2300-END-EVENT.
009120*----------------------------------------------------------------
009130*    AN END CLOSES THE OPEN START FOR ITS JOB AND PROGRAM. AN
009140*    END WITH NOTHING OPEN (ITS START WAS ROLLED OFF BY
009150*    HOUSEKEEPING, OR A STAMP WAS LOST) IS COUNTED AND LISTED.
009160*----------------------------------------------------------------
009170     PERFORM 2250-FIND-OPEN
009180         THRU 2250-EXIT.
009190
009200     IF WS-FOUND-SUB = ZEROS
009210         ADD 1 TO WS-ORPHAN-COUNT
009220         DISPLAY "BUGSLA: END WITH NO OPEN START - "
009230                 RCL-JOB-NAME " " RCL-PROGRAM " "
009240                 RCL-RUN-DATE " " RCL-RUN-TIME
009250         GO TO 2300-EXIT
009260     END-IF.
009270
009280     IF WS-STEP-COUNT = 20000
009290         DISPLAY "BUGSLA: MORE THAN 20000 PAIRED STEPS ON THE "
009300                 "LEDGER - ABENDING"
009310         MOVE 16 TO RETURN-CODE
009320         CLOSE RUN-CONTROL-FILE
009330         STOP RUN
009340     END-IF.
009350
009360     ADD 1 TO WS-STEP-COUNT.
009370     MOVE OPN-JOB-NAME(WS-FOUND-SUB)
009380                             TO STP-JOB-NAME(WS-STEP-COUNT).
009390     MOVE OPN-PROGRAM(WS-FOUND-SUB)
009400                             TO STP-PROGRAM(WS-STEP-COUNT).
009410     MOVE OPN-START-TIME(WS-FOUND-SUB)
009420                             TO STP-START-TIME(WS-STEP-COUNT).
009430     MOVE RCL-RUN-TIME       TO STP-END-TIME(WS-STEP-COUNT).
009440     MOVE RCL-RETURN-CODE    TO STP-RETURN-CODE(WS-STEP-COUNT).
009450     MOVE OPN-CYCLE(WS-FOUND-SUB)
009460                             TO STP-CYCLE(WS-STEP-COUNT).
009470     MOVE OPN-NIGHT(WS-FOUND-SUB)
009480                             TO STP-NIGHT(WS-STEP-COUNT).
009490     MOVE OPN-NIGHT-DAYS(WS-FOUND-SUB)
009500                             TO STP-NIGHT-DAYS(WS-STEP-COUNT).
009510
009520     IF WS-STAMP-ABS < OPN-START-ABS(WS-FOUND-SUB)
009530         MOVE ZEROS TO STP-ELAPSED(WS-STEP-COUNT)
009540     ELSE
009550         COMPUTE STP-ELAPSED(WS-STEP-COUNT) =
009560             WS-STAMP-ABS - OPN-START-ABS(WS-FOUND-SUB)
009570     END-IF.
009580
009590     MOVE OPN-CYCLE(WS-FOUND-SUB) TO WS-CYC-SUB.
009600     IF WS-CYC-SUB NOT = ZEROS
009610         ADD 1 TO CYC-STEP-COUNT(WS-CYC-SUB)
009620         IF WS-STAMP-ABS > CYC-LAST-ABS(WS-CYC-SUB)
009630             MOVE WS-STAMP-ABS TO CYC-LAST-ABS(WS-CYC-SUB)
009640             MOVE RCL-RUN-TIME TO CYC-LAST-TIME(WS-CYC-SUB)
009650         END-IF
009660         IF RCL-RETURN-CODE NUMERIC
009670            AND RCL-RETURN-CODE > CYC-MAX-RC(WS-CYC-SUB)
009680             MOVE RCL-RETURN-CODE TO CYC-MAX-RC(WS-CYC-SUB)
009690         END-IF
009700     END-IF.
009710
009720     MOVE "N" TO OPN-IN-USE-SW(WS-FOUND-SUB).
009730*----------------------------------------------------------------
009740 2300-EXIT.
009750     EXIT.
009760*----------------------------------------------------------------
009770 2400-SET-NEXT-EVENT.
009780*----------------------------------------------------------------
009790*    THE FIRST LEDGER RECORD AFTER A START IS THE LATEST TIME
009800*    THE LEDGER CAN PROVE THE STEP WAS STILL ALIVE AT MOST BY.
009810*----------------------------------------------------------------
009820     IF OPN-IN-USE(WS-OPN-SUB)
009830        AND OPN-NEXT-ABS(WS-OPN-SUB) = ZEROS
009840         MOVE WS-STAMP-ABS TO OPN-NEXT-ABS(WS-OPN-SUB)
009850     END-IF.
009860*----------------------------------------------------------------
009870 2400-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------
009900 2500-RECORD-UNPAIRED.
009910*----------------------------------------------------------------
009920*    MOVE THE OPEN START AT WS-FOUND-SUB TO THE UNPAIRED TABLE.
009930*----------------------------------------------------------------
009940     IF WS-UNP-COUNT = 2000
009950         DISPLAY "BUGSLA: MORE THAN 2000 UNPAIRED STARTS ON THE "
009960                 "LEDGER - ABENDING"
009970         MOVE 16 TO RETURN-CODE
009980         IF NOT WS-LEDGER-EOF
009990             CLOSE RUN-CONTROL-FILE
010000         END-IF
010010         STOP RUN
010020     END-IF.
010030
010040     ADD 1 TO WS-UNP-COUNT.
010050     MOVE OPN-JOB-NAME(WS-FOUND-SUB)
010060                                 TO UNP-JOB-NAME(WS-UNP-COUNT).
010070     MOVE OPN-PROGRAM(WS-FOUND-SUB)
010080                                 TO UNP-PROGRAM(WS-UNP-COUNT).
010090     MOVE OPN-START-DATE(WS-FOUND-SUB)
010100                                 TO UNP-START-DATE(WS-UNP-COUNT).
010110     MOVE OPN-START-TIME(WS-FOUND-SUB)
010120                                 TO UNP-START-TIME(WS-UNP-COUNT).
010130     MOVE OPN-START-ABS(WS-FOUND-SUB)
010140                                 TO UNP-START-ABS(WS-UNP-COUNT).
010150     MOVE OPN-NEXT-ABS(WS-FOUND-SUB)
010160                                 TO UNP-NEXT-ABS(WS-UNP-COUNT).
010170     MOVE OPN-NIGHT(WS-FOUND-SUB)      TO UNP-NIGHT(WS-UNP-COUNT).
010180     MOVE OPN-NIGHT-DAYS(WS-FOUND-SUB)
010190                                 TO UNP-NIGHT-DAYS(WS-UNP-COUNT).
010200
010210     IF OPN-CYCLE(WS-FOUND-SUB) NOT = ZEROS
010220         ADD 1 TO CYC-UNPAIRED-COUNT(OPN-CYCLE(WS-FOUND-SUB))
010230     END-IF.
010240
010250     MOVE "N" TO OPN-IN-USE-SW(WS-FOUND-SUB).
010260*----------------------------------------------------------------
010270 2500-EXIT.
010280     EXIT.
010290*----------------------------------------------------------------
010300 2600-CLOSE-ONE-OPEN.
010310*----------------------------------------------------------------
010320     IF OPN-IN-USE(WS-OPN-SUB)
010330         MOVE WS-OPN-SUB TO WS-FOUND-SUB
010340         PERFORM 2500-RECORD-UNPAIRED
010350             THRU 2500-EXIT
010360     END-IF.
010370*----------------------------------------------------------------
010380 2600-EXIT.
010390     EXIT.
010400*----------------------------------------------------------------
010410 3000-MATCH-AUDIT.
010420*----------------------------------------------------------------
010430*    TAKE EACH BUGSOL AUDIT RECORD'S LOADED COUNT ONTO THE CYCLE
010440*    WHOSE BUGSOL STEP WROTE IT - THE CYCLE WHOSE BUGSOL START
010450*    IS ON THE AUDIT RUN DATE AND IS THE LATEST AT OR BEFORE THE
010460*    AUDIT TIME. IF THERE IS NONE, THE LOAD RAN PAST MIDNIGHT
010470*    AND THE LATEST BUGSOL START ON THAT DATE IS TAKEN. YEAR
010480*    SUMMARIES LEFT BY HOUSEKEEPING ARE SKIPPED.
010490*----------------------------------------------------------------
010500     OPEN INPUT AUDIT-FILE.
010510
010520     READ AUDIT-FILE
010530         AT END
010540             MOVE "Y" TO WS-AUDIT-EOF-SW.
010550
010560     PERFORM 3100-MATCH-ONE-AUDIT
010570         THRU 3100-EXIT
010580         UNTIL WS-AUDIT-EOF.
010590
010600     CLOSE AUDIT-FILE.
010610*----------------------------------------------------------------
010620 3000-EXIT.
010630     EXIT.
010640*----------------------------------------------------------------
010650 3100-MATCH-ONE-AUDIT.
010660*----------------------------------------------------------------
010670     IF AUD-YEAR-SUMMARY
010680        OR AUD-PROGRAM-ID NOT = "BUGSOL"
010690        OR AUD-RUN-DATE NOT NUMERIC
010700        OR AUD-RUN-TIME NOT NUMERIC
010710        OR AUD-FINAL-COUNT NOT NUMERIC
010720         GO TO 3100-READ
010730     END-IF.
010740
010750     MOVE AUD-RUN-DATE TO WS-STAMP-DATE.
010760     MOVE AUD-RUN-TIME TO WS-STAMP-TIME.
010770     PERFORM 8200-STAMP-TO-SECONDS
010780         THRU 8200-EXIT.
010790     IF NOT WS-STAMP-OK
010800         GO TO 3100-READ
010810     END-IF.
010820     MOVE WS-STAMP-ABS TO WS-AUDIT-ABS.
010830
010840     MOVE ZEROS TO WS-MATCH-SUB
010850                   WS-WRAP-SUB.
010860     PERFORM 3110-TEST-ONE-CYCLE
010870         THRU 3110-EXIT
010880         VARYING WS-CYC-SUB FROM 1 BY 1
010890         UNTIL WS-CYC-SUB > WS-CYCLE-COUNT.
010900
010910     IF WS-MATCH-SUB = ZEROS
010920         MOVE WS-WRAP-SUB TO WS-MATCH-SUB
010930     END-IF.
010940
010950     IF WS-MATCH-SUB NOT = ZEROS
010960         ADD 1 TO WS-AUDIT-MATCHED
010970         MOVE AUD-FINAL-COUNT TO CYC-FINAL-COUNT(WS-MATCH-SUB)
010980         MOVE AUD-STATUS      TO CYC-AUD-STATUS(WS-MATCH-SUB)
010990     END-IF.
011000
011010 3100-READ.
011020     READ AUDIT-FILE
011030         AT END
011040             MOVE "Y" TO WS-AUDIT-EOF-SW.
011050*----------------------------------------------------------------
011060 3100-EXIT.
011070     EXIT.
011080*----------------------------------------------------------------
011090 3110-TEST-ONE-CYCLE.
011100*----------------------------------------------------------------
011110     IF CYC-BSOL-DATE(WS-CYC-SUB) = AUD-RUN-DATE
011120         IF CYC-BSOL-ABS(WS-CYC-SUB) NOT > WS-AUDIT-ABS
011130             MOVE WS-CYC-SUB TO WS-MATCH-SUB
011140         ELSE
011150             MOVE WS-CYC-SUB TO WS-WRAP-SUB
011160         END-IF
011170     END-IF.
011180*----------------------------------------------------------------
011190 3110-EXIT.
011200     EXIT.
011210*----------------------------------------------------------------
011220 3500-CHOOSE-NIGHT.
011230*----------------------------------------------------------------
011240*    THE NIGHT ON THE CONTROL CARD, OR ELSE THE NIGHT OF THE
011250*    LATEST BUGSOLJ CYCLE (OR OF THE LATEST STEP OF ANY JOB IF
011260*    BUGSOLJ HAS NEVER STAMPED THE LEDGER).
011270*----------------------------------------------------------------
011280     DISPLAY "BUGSLA: LEDGER RECORDS READ - " WS-LEDGER-COUNT
011290             " PAIRED STEPS " WS-STEP-COUNT
011300             " BUGSOLJ CYCLES " WS-CYCLE-COUNT.
011310
011320     IF WS-REP-NIGHT = ZEROS
011330         IF WS-CYCLE-COUNT NOT = ZEROS
011340             MOVE CYC-NIGHT(WS-CYCLE-COUNT)      TO WS-REP-NIGHT
011350             MOVE CYC-NIGHT-DAYS(WS-CYCLE-COUNT) TO WS-REP-DAYS
011360         ELSE
011370             IF WS-STEP-COUNT NOT = ZEROS
011380                 MOVE STP-NIGHT(WS-STEP-COUNT)   TO WS-REP-NIGHT
011390                 MOVE STP-NIGHT-DAYS(WS-STEP-COUNT)
011400                                                 TO WS-REP-DAYS
011410             END-IF
011420         END-IF
011430     END-IF.
011440
011450     IF WS-REP-NIGHT = ZEROS
011460         DISPLAY "BUGSLA: THE LEDGER HOLDS NO PAIRED STEPS - "
011470                 "NOTHING TO REPORT"
011480         IF RETURN-CODE < 4
011490             MOVE 4 TO RETURN-CODE
011500         END-IF
011510         GO TO 3500-EXIT
011520     END-IF.
011530
011540     IF WS-REP-DAYS > WS-AVG-NIGHTS
011550         COMPUTE WS-AVG-FROM-DAYS = WS-REP-DAYS - WS-AVG-NIGHTS
011560     ELSE
011570         MOVE ZEROS TO WS-AVG-FROM-DAYS
011580     END-IF.
011590     COMPUTE WS-TREND-FROM-DAYS = WS-AVG-FROM-DAYS + 1.
011600*----------------------------------------------------------------
011610 3500-EXIT.
011620     EXIT.
011630*----------------------------------------------------------------
011640 4000-REPORT-NIGHT.
011650*----------------------------------------------------------------
011660*    EVERY BUGSOLJ CYCLE OF THE NIGHT, STEP BY STEP, THEN THE
011670*    STEPS OF ANY OTHER JOB THAT STARTED ON THAT DATE.
011680*----------------------------------------------------------------
011690     DISPLAY " ".
011700     DISPLAY "BUGSLA: ELAPSED TIME FOR NIGHT " WS-REP-NIGHT.
011710
011720     PERFORM 4100-REPORT-ONE-CYCLE
011730         THRU 4100-EXIT
011740         VARYING WS-CYC-SUB FROM 1 BY 1
011750         UNTIL WS-CYC-SUB > WS-CYCLE-COUNT.
011760
011770     IF WS-NIGHT-CYCLES = ZEROS
011780         DISPLAY "BUGSLA: *** NO BUGSOLJ CYCLE STARTED ON NIGHT "
011790                 WS-REP-NIGHT " ***"
011800         IF RETURN-CODE < 4
011810             MOVE 4 TO RETURN-CODE
011820         END-IF
011830     END-IF.
011840
011850     DISPLAY " ".
011860     DISPLAY "BUGSLA: OTHER JOBS STARTED ON " WS-REP-NIGHT.
011870     DISPLAY WS-RPT-STEP-HEAD.
011880     MOVE ZEROS TO WS-CYC-SUB.
011890     PERFORM 4110-REPORT-ONE-STEP
011900         THRU 4110-EXIT
011910         VARYING WS-STP-SUB FROM 1 BY 1
011920         UNTIL WS-STP-SUB > WS-STEP-COUNT.
011930*----------------------------------------------------------------
011940 4000-EXIT.
011950     EXIT.
011960*----------------------------------------------------------------
011970 4100-REPORT-ONE-CYCLE.
011980*----------------------------------------------------------------
011990     IF CYC-NIGHT(WS-CYC-SUB) NOT = WS-REP-NIGHT
012000         GO TO 4100-EXIT
012010     END-IF.
012020
012030     ADD 1 TO WS-NIGHT-CYCLES.
012040     DISPLAY " ".
012050     IF CYC-RESTART(WS-CYC-SUB)
012060         DISPLAY "BUGSLA: BUGSOLJ CYCLE " WS-CYC-SUB
012070                 " - RESTARTED FROM A LATER STEP"
012080     ELSE
012090         DISPLAY "BUGSLA: BUGSOLJ CYCLE " WS-CYC-SUB
012100     END-IF.
012110     DISPLAY WS-RPT-STEP-HEAD.
012120
012130     PERFORM 4110-REPORT-ONE-STEP
012140         THRU 4110-EXIT
012150         VARYING WS-STP-SUB FROM 1 BY 1
012160         UNTIL WS-STP-SUB > WS-STEP-COUNT.
012170
012180     PERFORM 4400-REPORT-CYCLE-TOTAL
012190         THRU 4400-EXIT.
012200*----------------------------------------------------------------
012210 4100-EXIT.
012220     EXIT.
012230*----------------------------------------------------------------
012240 4110-REPORT-ONE-STEP.
012250*----------------------------------------------------------------
012260*    WS-CYC-SUB NAMES THE CYCLE BEING LISTED - ZERO LISTS THE
012270*    OTHER JOBS' STEPS OF THE NIGHT.
012280*----------------------------------------------------------------
012290     IF STP-CYCLE(WS-STP-SUB) NOT = WS-CYC-SUB
012300         GO TO 4110-EXIT
012310     END-IF.
012320
012330     IF WS-CYC-SUB = ZEROS
012340        AND STP-NIGHT(WS-STP-SUB) NOT = WS-REP-NIGHT
012350         GO TO 4110-EXIT
012360     END-IF.
012370
012380     MOVE SPACES                     TO RS-FLAG.
012390     MOVE STP-JOB-NAME(WS-STP-SUB)   TO RS-JOB-NAME.
012400     MOVE STP-PROGRAM(WS-STP-SUB)    TO RS-PROGRAM.
012410     MOVE STP-START-TIME(WS-STP-SUB) TO WS-CLK-TIME.
012420     PERFORM 8400-FORMAT-CLOCK
012430         THRU 8400-EXIT.
012440     MOVE WS-CLK-DSP                 TO RS-START.
012450     MOVE STP-END-TIME(WS-STP-SUB)   TO WS-CLK-TIME.
012460     PERFORM 8400-FORMAT-CLOCK
012470         THRU 8400-EXIT.
012480     MOVE WS-CLK-DSP                 TO RS-END.
012490     MOVE STP-ELAPSED(WS-STP-SUB)    TO WS-ELAPSED
012500                                        WS-FMT-SECS.
012510     PERFORM 8300-FORMAT-ELAPSED
012520         THRU 8300-EXIT.
012530     MOVE WS-FMT-HMS                 TO RS-ELAPSED.
012540     MOVE STP-RETURN-CODE(WS-STP-SUB) TO RS-RC.
012550
012560     PERFORM 4300-FIND-BUDGET
012570         THRU 4300-EXIT.
012580     IF WS-BUDGET-SECS = ZEROS
012590         MOVE SPACES TO RS-BUDGET
012600     ELSE
012610         MOVE WS-BUDGET-SECS TO WS-FMT-SECS
012620         PERFORM 8300-FORMAT-ELAPSED
012630             THRU 8300-EXIT
012640         MOVE WS-FMT-HMS TO RS-BUDGET
012650         IF WS-ELAPSED > WS-BUDGET-SECS
012660             ADD 1 TO WS-BUDGET-OVER-COUNT
012670             MOVE "*** OVER BUDGET" TO RS-FLAG
012680             IF RETURN-CODE < 4
012690                 MOVE 4 TO RETURN-CODE
012700             END-IF
012710         END-IF
012720     END-IF.
012730
012740     MOVE SPACES TO RS-AVERAGE
012750                    RS-OVER-PCT.
012760     PERFORM 4200-STEP-AVERAGE
012770         THRU 4200-EXIT.
012780     IF WS-AVG-N NOT = ZEROS
012790         MOVE WS-AVG-SECS TO WS-FMT-SECS
012800         PERFORM 8300-FORMAT-ELAPSED
012810             THRU 8300-EXIT
012820         MOVE WS-FMT-HMS TO RS-AVERAGE
012830         PERFORM 4500-TEST-AVERAGE
012840             THRU 4500-EXIT
012850         IF WS-OVER-AVG
012860             ADD 1 TO WS-AVG-OVER-COUNT
012870         END-IF
012880     END-IF.
012890
012900     DISPLAY WS-RPT-STEP-LINE.
012910*----------------------------------------------------------------
012920 4110-EXIT.
012930     EXIT.
012940*----------------------------------------------------------------
012950 4200-STEP-AVERAGE.
012960*----------------------------------------------------------------
012970*    AVERAGE ELAPSED TIME OF THE SAME JOB AND PROGRAM OVER THE 30
012980*    NIGHTS BEFORE THE REPORT NIGHT. A STEP THAT ENDED RC 16 DID
012990*    NOT DO A FULL NIGHT'S WORK AND IS LEFT OUT OF THE AVERAGE.
013000*----------------------------------------------------------------
013010     MOVE ZEROS TO WS-AVG-TOTAL
013020                   WS-AVG-N
013030                   WS-AVG-SECS.
013040
013050     PERFORM 4210-ADD-ONE-HISTORY
013060         THRU 4210-EXIT
013070         VARYING WS-AVG-SUB FROM 1 BY 1
013080         UNTIL WS-AVG-SUB > WS-STEP-COUNT.
013090
013100     IF WS-AVG-N NOT = ZEROS
013110         DIVIDE WS-AVG-TOTAL BY WS-AVG-N
013120             GIVING WS-AVG-SECS ROUNDED
013130     END-IF.
013140*----------------------------------------------------------------
013150 4200-EXIT.
013160     EXIT.
013170*----------------------------------------------------------------
013180 4210-ADD-ONE-HISTORY.
013190*----------------------------------------------------------------
013200     IF STP-JOB-NAME(WS-AVG-SUB) = STP-JOB-NAME(WS-STP-SUB)
013210        AND STP-PROGRAM(WS-AVG-SUB) = STP-PROGRAM(WS-STP-SUB)
013220        AND STP-NIGHT-DAYS(WS-AVG-SUB) NOT < WS-AVG-FROM-DAYS
013230        AND STP-NIGHT-DAYS(WS-AVG-SUB) < WS-REP-DAYS
013240        AND STP-RETURN-CODE(WS-AVG-SUB) < 16
013250         ADD STP-ELAPSED(WS-AVG-SUB) TO WS-AVG-TOTAL
013260         ADD 1 TO WS-AVG-N
013270     END-IF.
013280*----------------------------------------------------------------
013290 4210-EXIT.
013300     EXIT.
013310*----------------------------------------------------------------
013320 4300-FIND-BUDGET.
013330*----------------------------------------------------------------
013340     MOVE ZEROS TO WS-BUDGET-SECS.
013350
013360     PERFORM 4310-TEST-ONE-BUDGET
013370         THRU 4310-EXIT
013380         VARYING WS-BUD-SUB FROM 1 BY 1
013390         UNTIL WS-BUD-SUB > WS-BUDGET-COUNT
013400            OR WS-BUDGET-SECS NOT = ZEROS.
013410*----------------------------------------------------------------
013420 4300-EXIT.
013430     EXIT.
013440*----------------------------------------------------------------
013450 4310-TEST-ONE-BUDGET.
013460*----------------------------------------------------------------
013470     IF BUD-JOB-NAME(WS-BUD-SUB) = STP-JOB-NAME(WS-STP-SUB)
013480        AND BUD-PROGRAM(WS-BUD-SUB) = STP-PROGRAM(WS-STP-SUB)
013490         MOVE BUD-SECS(WS-BUD-SUB) TO WS-BUDGET-SECS
013500     END-IF.
013510*----------------------------------------------------------------
013520 4310-EXIT.
013530     EXIT.
013540*----------------------------------------------------------------
013550 4400-REPORT-CYCLE-TOTAL.
013560*----------------------------------------------------------------
013570*    THE WHOLE CYCLE - FIRST START TO LAST END - AGAINST THE
013580*    TARGET FINISH AND AGAINST THE 30-NIGHT CYCLE AVERAGE.
013590*----------------------------------------------------------------
013600     MOVE CYC-START-TIME(WS-CYC-SUB) TO WS-CLK-TIME.
013610     PERFORM 8400-FORMAT-CLOCK
013620         THRU 8400-EXIT.
013630     DISPLAY "BUGSLA: CYCLE START   " WS-CLK-DSP
013640             " ON " CYC-NIGHT(WS-CYC-SUB).
013650
013660     MOVE CYC-LAST-TIME(WS-CYC-SUB) TO WS-CLK-TIME.
013670     PERFORM 8400-FORMAT-CLOCK
013680         THRU 8400-EXIT.
013690     COMPUTE WS-ELAPSED =
013700         CYC-LAST-ABS(WS-CYC-SUB) - CYC-START-ABS(WS-CYC-SUB).
013710     MOVE WS-ELAPSED TO WS-FMT-SECS.
013720     PERFORM 8300-FORMAT-ELAPSED
013730         THRU 8300-EXIT.
013740     DISPLAY "BUGSLA: CYCLE FINISH  " WS-CLK-DSP
013750             "  ELAPSED " WS-FMT-HMS
013760             "  STEPS " CYC-STEP-COUNT(WS-CYC-SUB)
013770             "  HIGHEST RC " CYC-MAX-RC(WS-CYC-SUB).
013780
013790     IF CYC-UNPAIRED-COUNT(WS-CYC-SUB) NOT = ZEROS
013800         DISPLAY "BUGSLA: *** CYCLE INCOMPLETE - "
013810                 CYC-UNPAIRED-COUNT(WS-CYC-SUB)
013820                 " STEP(S) STARTED AND NEVER ENDED - FINISH IS "
013830                 "THE LAST STEP THAT DID ***"
013840     END-IF.
013850
013860     IF WS-TARGET-GIVEN
013870         PERFORM 4410-TEST-TARGET
013880             THRU 4410-EXIT
013890         MOVE WS-MARGIN TO WS-FMT-SECS
013900         PERFORM 8300-FORMAT-ELAPSED
013910             THRU 8300-EXIT
013920         IF WS-TARGET-MET
013930             DISPLAY "BUGSLA: TARGET FINISH " WS-TARGET-DSP
013940                     " MET WITH " WS-FMT-HMS " TO SPARE"
013950         ELSE
013960             ADD 1 TO WS-MISSED-COUNT
013970             DISPLAY "BUGSLA: *** TARGET FINISH " WS-TARGET-DSP
013980                     " MISSED BY " WS-FMT-HMS " ***"
013990             IF RETURN-CODE < 4
014000                 MOVE 4 TO RETURN-CODE
014010             END-IF
014020         END-IF
014030     END-IF.
014040
014050     PERFORM 4600-CYCLE-AVERAGE
014060         THRU 4600-EXIT.
014070*----------------------------------------------------------------
014080 4400-EXIT.
014090     EXIT.
014100*----------------------------------------------------------------
014110 4410-TEST-TARGET.
014120*----------------------------------------------------------------
014130*    THE TARGET FALLS ON THE CYCLE'S OWN NIGHT IF IT IS LATER IN
014140*    THE DAY THAN THE CYCLE STARTED, OTHERWISE ON THE MORNING
014150*    AFTER. SETS WS-TARGET-ABS, WS-TARGET-MET AND WS-MARGIN.
014160*----------------------------------------------------------------
014170     COMPUTE WS-TARGET-ABS =
014180         (CYC-NIGHT-DAYS(WS-CYC-SUB) * 86400) + WS-TARGET-SECS.
014190     IF WS-TARGET-SECS NOT > CYC-START-SECS(WS-CYC-SUB)
014200         ADD 86400 TO WS-TARGET-ABS
014210     END-IF.
014220
014230     IF CYC-LAST-ABS(WS-CYC-SUB) > WS-TARGET-ABS
014240         MOVE "N" TO WS-TARGET-MET-SW
014250         COMPUTE WS-MARGIN =
014260             CYC-LAST-ABS(WS-CYC-SUB) - WS-TARGET-ABS
014270     ELSE
014280         MOVE "Y" TO WS-TARGET-MET-SW
014290         COMPUTE WS-MARGIN =
014300             WS-TARGET-ABS - CYC-LAST-ABS(WS-CYC-SUB)
014310     END-IF.
014320*----------------------------------------------------------------
014330 4410-EXIT.
014340     EXIT.
014350*----------------------------------------------------------------
014360 4500-TEST-AVERAGE.
014370*----------------------------------------------------------------
014380*    WS-ELAPSED AGAINST WS-AVG-SECS. A STEP IS FLAGGED WHEN IT IS
014390*    BOTH THE CONTROL-CARD PERCENT AND THE CONTROL-CARD SECONDS
014400*    OVER ITS AVERAGE.
014410*----------------------------------------------------------------
014420     MOVE "N" TO WS-OVER-AVG-SW.
014430
014440     IF WS-AVG-SECS = ZEROS
014450         GO TO 4500-EXIT
014460     END-IF.
014470
014480     COMPUTE WS-OVER-AVG-PCT ROUNDED =
014490         ((WS-ELAPSED - WS-AVG-SECS) * 100) / WS-AVG-SECS
014500         ON SIZE ERROR
014510             MOVE 9999 TO WS-OVER-AVG-PCT
014520     END-COMPUTE.
014530     MOVE WS-OVER-AVG-PCT TO WS-OVER-PCT-DSP.
014540     MOVE WS-OVER-PCT-DSP TO RS-OVER-PCT.
014550
014560     IF (WS-ELAPSED * 100) > (WS-AVG-SECS * (100 + WS-OVER-PCT))
014570        AND (WS-ELAPSED - WS-AVG-SECS) NOT < WS-MIN-SECS
014580         MOVE "Y" TO WS-OVER-AVG-SW
014590         IF RS-FLAG = SPACES
014600             MOVE "*** OVER AVERAGE" TO RS-FLAG
014610         ELSE
014620             MOVE "*** OVER BUDGET AND OVER AVERAGE" TO RS-FLAG
014630         END-IF
014640         IF RETURN-CODE < 4
014650             MOVE 4 TO RETURN-CODE
014660         END-IF
014670     END-IF.
014680*----------------------------------------------------------------
014690 4500-EXIT.
014700     EXIT.
014710*----------------------------------------------------------------
014720 4600-CYCLE-AVERAGE.
014730*----------------------------------------------------------------
014740*    THE CYCLE AGAINST THE AVERAGE OF THE COMPLETE, UNRESTARTED
014750*    CYCLES OF THE 30 NIGHTS BEFORE IT.
014760*----------------------------------------------------------------
014770     MOVE ZEROS TO WS-AVG-TOTAL
014780                   WS-AVG-N
014790                   WS-AVG-SECS.
014800
014810     PERFORM 4610-ADD-ONE-CYCLE
014820         THRU 4610-EXIT
014830         VARYING WS-AVG-SUB FROM 1 BY 1
014840         UNTIL WS-AVG-SUB > WS-CYCLE-COUNT.
014850
014860     IF WS-AVG-N = ZEROS
014870         DISPLAY "BUGSLA: NO COMPLETE CYCLE IN THE PRIOR "
014880                 WS-AVG-NIGHTS " NIGHTS TO AVERAGE"
014890         GO TO 4600-EXIT
014900     END-IF.
014910
014920     DIVIDE WS-AVG-TOTAL BY WS-AVG-N
014930         GIVING WS-AVG-SECS ROUNDED.
014940     MOVE WS-AVG-SECS TO WS-FMT-SECS.
014950     PERFORM 8300-FORMAT-ELAPSED
014960         THRU 8300-EXIT.
014970     MOVE SPACES TO RS-FLAG
014980                    RS-OVER-PCT.
014990     PERFORM 4500-TEST-AVERAGE
015000         THRU 4500-EXIT.
015010     DISPLAY "BUGSLA: " WS-AVG-NIGHTS "-NIGHT CYCLE AVERAGE "
015020             WS-FMT-HMS " OVER " WS-AVG-N " CYCLES  OVER% "
015030             RS-OVER-PCT "  " RS-FLAG.
015040*----------------------------------------------------------------
015050 4600-EXIT.
015060     EXIT.
015070*----------------------------------------------------------------
015080 4610-ADD-ONE-CYCLE.
015090*----------------------------------------------------------------
015100     IF CYC-NIGHT-DAYS(WS-AVG-SUB) NOT < WS-AVG-FROM-DAYS
015110        AND CYC-NIGHT-DAYS(WS-AVG-SUB) < WS-REP-DAYS
015120        AND CYC-UNPAIRED-COUNT(WS-AVG-SUB) = ZEROS
015130        AND NOT CYC-RESTART(WS-AVG-SUB)
015140         COMPUTE WS-AVG-TOTAL = WS-AVG-TOTAL
015150             + CYC-LAST-ABS(WS-AVG-SUB)
015160             - CYC-START-ABS(WS-AVG-SUB)
015170         ADD 1 TO WS-AVG-N
015180     END-IF.
015190*----------------------------------------------------------------
015200 4610-EXIT.
015210     EXIT.
015220*----------------------------------------------------------------
015230 5000-REPORT-UNPAIRED.
015240*----------------------------------------------------------------
015250*    STARTS THAT NEVER GOT AN END OVER THE REPORT NIGHT AND THE
015260*    30 BEFORE IT. THE LEDGER HOLDS NO ABEND TIME, SO HOW LONG
015270*    THE STEP RAN IS MEASURED TO THE NEXT LEDGER RECORD OF ANY
015280*    JOB - IN BUGSOLJ THAT IS NORMALLY THE AUDIT STEP, WHICH
015290*    RUNS STRAIGHT AFTER A FAILED STEP - SO IT IS AN UPPER BOUND.
015300*----------------------------------------------------------------
015310     DISPLAY " ".
015320     DISPLAY "BUGSLA: STARTS WITH NO END - STEP ABENDED OR WAS "
015330             "CANCELLED - REPORT NIGHT AND PRIOR " WS-AVG-NIGHTS
015340             " NIGHTS".
015350     DISPLAY WS-RPT-UNP-HEAD.
015360
015370     PERFORM 5100-REPORT-ONE-UNPAIRED
015380         THRU 5100-EXIT
015390         VARYING WS-UNP-SUB FROM 1 BY 1
015400         UNTIL WS-UNP-SUB > WS-UNP-COUNT.
015410
015420     IF WS-WINDOW-UNPAIRED = ZEROS
015430         DISPLAY "  NONE"
015440     END-IF.
015450
015460     IF WS-NIGHT-UNPAIRED NOT = ZEROS
015470         IF RETURN-CODE < 4
015480             MOVE 4 TO RETURN-CODE
015490         END-IF
015500     END-IF.
015510*----------------------------------------------------------------
015520 5000-EXIT.
015530     EXIT.
015540*----------------------------------------------------------------
015550 5100-REPORT-ONE-UNPAIRED.
015560*----------------------------------------------------------------
015570     IF UNP-NIGHT-DAYS(WS-UNP-SUB) < WS-AVG-FROM-DAYS
015580        OR UNP-NIGHT-DAYS(WS-UNP-SUB) > WS-REP-DAYS
015590         GO TO 5100-EXIT
015600     END-IF.
015610
015620     ADD 1 TO WS-WINDOW-UNPAIRED.
015630     IF UNP-NIGHT(WS-UNP-SUB) = WS-REP-NIGHT
015640         ADD 1 TO WS-NIGHT-UNPAIRED
015650     END-IF.
015660
015670     MOVE UNP-JOB-NAME(WS-UNP-SUB)   TO RU-JOB-NAME.
015680     MOVE UNP-PROGRAM(WS-UNP-SUB)    TO RU-PROGRAM.
015690     MOVE UNP-NIGHT(WS-UNP-SUB)      TO RU-NIGHT.
015700     MOVE UNP-START-DATE(WS-UNP-SUB) TO RU-START-DATE.
015710     MOVE UNP-START-TIME(WS-UNP-SUB) TO WS-CLK-TIME.
015720     PERFORM 8400-FORMAT-CLOCK
015730         THRU 8400-EXIT.
015740     MOVE WS-CLK-DSP                 TO RU-START.
015750
015760     IF UNP-NEXT-ABS(WS-UNP-SUB) = ZEROS
015770         MOVE SPACES TO RU-RAN
015780         MOVE "NO LATER LEDGER EVENT - MAY STILL BE UP"
015790                                     TO RU-TEXT
015800     ELSE
015810         COMPUTE WS-FMT-SECS =
015820             UNP-NEXT-ABS(WS-UNP-SUB) - UNP-START-ABS(WS-UNP-SUB)
015830         PERFORM 8300-FORMAT-ELAPSED
015840             THRU 8300-EXIT
015850         MOVE WS-FMT-HMS             TO RU-RAN
015860         MOVE "AT MOST - TO THE NEXT LEDGER EVENT"
015870                                     TO RU-TEXT
015880     END-IF.
015890
015900     DISPLAY WS-RPT-UNP-LINE.
015910*----------------------------------------------------------------
015920 5100-EXIT.
015930     EXIT.
015940*----------------------------------------------------------------
015950 6000-REPORT-TREND.
015960*----------------------------------------------------------------
015970*    EVERY BUGSOLJ CYCLE OF THE LAST 30 NIGHTS WITH ITS BUGSOL
015980*    LOADED COUNT, THEN A LEAST-SQUARES LINE OF ELAPSED SECONDS
015990*    AGAINST LOADED COUNT OVER THE COMPLETE CYCLES, AND FROM IT
016000*    THE LOADED COUNT THE WINDOW TO THE TARGET FINISH WILL HOLD
016010*    AND HOW MANY NIGHTS OF THE PRESENT GROWTH LEAVE BEFORE THE
016020*    CYCLE RUNS PAST THE TARGET.
016030*----------------------------------------------------------------
016040     DISPLAY " ".
016050     DISPLAY "BUGSLA: BUGSOLJ ELAPSED TIME AGAINST LOADED VOLUME "
016060             "- REPORT NIGHT AND PRIOR " WS-AVG-NIGHTS " NIGHTS".
016070     DISPLAY WS-RPT-TREND-HEAD.
016080
016090     MOVE ZEROS TO WS-RG-N
016100                   WS-RG-SX
016110                   WS-RG-SY
016120                   WS-RG-SXX
016130                   WS-RG-SXY
016140                   WS-RG-WINDOW-TOT
016150                   WS-RG-FIRST-COUNT
016160                   WS-RG-FIRST-DAYS
016170                   WS-RG-LAST-COUNT
016180                   WS-RG-LAST-DAYS.
016190
016200     PERFORM 6100-TREND-ONE-CYCLE
016210         THRU 6100-EXIT
016220         VARYING WS-CYC-SUB FROM 1 BY 1
016230         UNTIL WS-CYC-SUB > WS-CYCLE-COUNT.
016240
016250     PERFORM 6200-PROJECT-WINDOW
016260         THRU 6200-EXIT.
016270*----------------------------------------------------------------
016280 6000-EXIT.
016290     EXIT.
016300*----------------------------------------------------------------
016310 6100-TREND-ONE-CYCLE.
016320*----------------------------------------------------------------
016330     IF CYC-NIGHT-DAYS(WS-CYC-SUB) < WS-AVG-FROM-DAYS
016340        OR CYC-NIGHT-DAYS(WS-CYC-SUB) > WS-REP-DAYS
016350         GO TO 6100-EXIT
016360     END-IF.
016370
016380     MOVE CYC-NIGHT(WS-CYC-SUB)      TO RT-NIGHT.
016390     MOVE CYC-START-TIME(WS-CYC-SUB) TO WS-CLK-TIME.
016400     PERFORM 8400-FORMAT-CLOCK
016410         THRU 8400-EXIT.
016420     MOVE WS-CLK-DSP                 TO RT-START.
016430     MOVE CYC-LAST-TIME(WS-CYC-SUB)  TO WS-CLK-TIME.
016440     PERFORM 8400-FORMAT-CLOCK
016450         THRU 8400-EXIT.
016460     MOVE WS-CLK-DSP                 TO RT-FINISH.
016470     COMPUTE WS-ELAPSED =
016480         CYC-LAST-ABS(WS-CYC-SUB) - CYC-START-ABS(WS-CYC-SUB).
016490     MOVE WS-ELAPSED                 TO WS-FMT-SECS.
016500     PERFORM 8300-FORMAT-ELAPSED
016510         THRU 8300-EXIT.
016520     MOVE WS-FMT-HMS                 TO RT-ELAPSED.
016530     MOVE CYC-FINAL-COUNT(WS-CYC-SUB) TO RT-LOADED.
016540
016550     MOVE ZEROS TO WS-PER-1000.
016560     IF CYC-FINAL-COUNT(WS-CYC-SUB) NOT = ZEROS
016570         COMPUTE WS-PER-1000 ROUNDED =
016580             (WS-ELAPSED * 1000) / CYC-FINAL-COUNT(WS-CYC-SUB)
016590             ON SIZE ERROR
016600                 MOVE 99999.99 TO WS-PER-1000
016610         END-COMPUTE
016620     END-IF.
016630     MOVE WS-PER-1000                TO RT-PER-1000.
016640
016650     MOVE SPACES TO RT-TEXT.
016660     IF WS-TARGET-GIVEN
016670         PERFORM 4410-TEST-TARGET
016680             THRU 4410-EXIT
016690     END-IF.
016700
016710     EVALUATE TRUE
016720         WHEN CYC-UNPAIRED-COUNT(WS-CYC-SUB) NOT = ZEROS
016730             MOVE "INCOMPLETE - A STEP NEVER ENDED" TO RT-TEXT
016740         WHEN CYC-RESTART(WS-CYC-SUB)
016750             MOVE "RESTARTED - NOT A FULL CYCLE" TO RT-TEXT
016760         WHEN CYC-FINAL-COUNT(WS-CYC-SUB) = ZEROS
016770             MOVE "NO BUGSOL AUDIT COUNT" TO RT-TEXT
016780         WHEN NOT WS-TARGET-GIVEN
016790             CONTINUE
016800         WHEN WS-TARGET-MET
016810             MOVE "MET" TO RT-TEXT
016820         WHEN OTHER
016830             MOVE "*** MISSED" TO RT-TEXT
016840     END-EVALUATE.
016850
016860     DISPLAY WS-RPT-TREND-LINE.
016870
016880     IF CYC-UNPAIRED-COUNT(WS-CYC-SUB) NOT = ZEROS
016890        OR CYC-RESTART(WS-CYC-SUB)
016900        OR CYC-FINAL-COUNT(WS-CYC-SUB) = ZEROS
016910        OR CYC-NIGHT-DAYS(WS-CYC-SUB) < WS-TREND-FROM-DAYS
016920         GO TO 6100-EXIT
016930     END-IF.
016940
016950     ADD 1 TO WS-RG-N.
016960     ADD CYC-FINAL-COUNT(WS-CYC-SUB) TO WS-RG-SX.
016970     ADD WS-ELAPSED                  TO WS-RG-SY.
016980     COMPUTE WS-RG-SXX = WS-RG-SXX
016990         + (CYC-FINAL-COUNT(WS-CYC-SUB)
017000            * CYC-FINAL-COUNT(WS-CYC-SUB)).
017010     COMPUTE WS-RG-SXY = WS-RG-SXY
017020         + (CYC-FINAL-COUNT(WS-CYC-SUB) * WS-ELAPSED).
017030
017040     IF WS-TARGET-GIVEN
017050         COMPUTE WS-RG-WINDOW-TOT = WS-RG-WINDOW-TOT
017060             + WS-TARGET-ABS - CYC-START-ABS(WS-CYC-SUB)
017070     END-IF.
017080
017090     IF WS-RG-N = 1
017100         MOVE CYC-FINAL-COUNT(WS-CYC-SUB) TO WS-RG-FIRST-COUNT
017110         MOVE CYC-NIGHT-DAYS(WS-CYC-SUB)  TO WS-RG-FIRST-DAYS
017120     END-IF.
017130     MOVE CYC-FINAL-COUNT(WS-CYC-SUB) TO WS-RG-LAST-COUNT.
017140     MOVE CYC-NIGHT-DAYS(WS-CYC-SUB)  TO WS-RG-LAST-DAYS.
017150*----------------------------------------------------------------
017160 6100-EXIT.
017170     EXIT.
017180*----------------------------------------------------------------
017190 6200-PROJECT-WINDOW.
017200*----------------------------------------------------------------
017210*    ELAPSED = A + B * LOADED. THE WINDOW IS THE AVERAGE TIME
017220*    FROM CYCLE START TO TARGET FINISH, SO THE WINDOW HOLDS
017230*    (WINDOW - A) / B LOADED ITEMS. GROWTH IS THE CHANGE IN THE
017240*    LOADED COUNT PER NIGHT BETWEEN THE FIRST AND LAST CYCLE ON
017250*    THE LINE.
017260*----------------------------------------------------------------
017270     DISPLAY " ".
017280     IF WS-RG-N < 3
017290         DISPLAY "BUGSLA: FEWER THAN 3 COMPLETE CYCLES WITH A "
017300                 "LOADED COUNT IN THE LAST " WS-AVG-NIGHTS
017310                 " NIGHTS - NO PROJECTION"
017320         GO TO 6200-EXIT
017330     END-IF.
017340
017350     COMPUTE WS-RG-DEN =
017360         (WS-RG-N * WS-RG-SXX) - (WS-RG-SX * WS-RG-SX).
017370     IF WS-RG-DEN NOT > ZEROS
017380         DISPLAY "BUGSLA: THE LOADED COUNT HAS NOT VARIED - "
017390                 "NO PROJECTION"
017400         GO TO 6200-EXIT
017410     END-IF.
017420
017430     COMPUTE WS-RG-B ROUNDED =
017440         ((WS-RG-N * WS-RG-SXY) - (WS-RG-SX * WS-RG-SY))
017450         / WS-RG-DEN.
017460     COMPUTE WS-RG-A ROUNDED =
017470         (WS-RG-SY - (WS-RG-B * WS-RG-SX)) / WS-RG-N.
017480
017490     MOVE WS-RG-A TO WS-RG-DSP-A.
017500     COMPUTE WS-RG-PER-1000 ROUNDED = WS-RG-B * 1000.
017510     MOVE WS-RG-PER-1000 TO WS-RG-DSP-B.
017520     DISPLAY "BUGSLA: OVER " WS-RG-N " CYCLES THE CYCLE TAKES "
017530             WS-RG-DSP-A " SECONDS PLUS " WS-RG-DSP-B
017540             " SECONDS PER 1000 LOADED".
017550
017560     IF WS-RG-B NOT > ZEROS
017570         DISPLAY "BUGSLA: ELAPSED TIME IS NOT RISING WITH THE "
017580                 "LOADED COUNT - NO PROJECTION"
017590         GO TO 6200-EXIT
017600     END-IF.
017610
017620     IF NOT WS-TARGET-GIVEN
017630         DISPLAY "BUGSLA: NO TARGET FINISH ON THE CONTROL CARD - "
017640                 "NO PROJECTION"
017650         GO TO 6200-EXIT
017660     END-IF.
017670
017680     DIVIDE WS-RG-WINDOW-TOT BY WS-RG-N
017690         GIVING WS-RG-WINDOW ROUNDED.
017700     MOVE WS-RG-WINDOW TO WS-FMT-SECS.
017710     PERFORM 8300-FORMAT-ELAPSED
017720         THRU 8300-EXIT.
017730     COMPUTE WS-RG-MAX-COUNT = (WS-RG-WINDOW - WS-RG-A) / WS-RG-B.
017740     MOVE WS-RG-MAX-COUNT TO WS-RG-DSP-COUNT.
017750     DISPLAY "BUGSLA: THE " WS-FMT-HMS " FROM CYCLE START TO "
017760             WS-TARGET-DSP " HOLDS ABOUT " WS-RG-DSP-COUNT
017770             " LOADED ITEMS".
017780
017790     IF WS-RG-LAST-COUNT NOT < WS-RG-MAX-COUNT
017800         MOVE WS-RG-LAST-COUNT TO WS-RG-DSP-COUNT
017810         DISPLAY "BUGSLA: *** LAST NIGHT LOADED " WS-RG-DSP-COUNT
017820                 " - ALREADY AT OR PAST WHAT THE WINDOW HOLDS ***"
017830         IF RETURN-CODE < 4
017840             MOVE 4 TO RETURN-CODE
017850         END-IF
017860         GO TO 6200-EXIT
017870     END-IF.
017880
017890     MOVE ZEROS TO WS-RG-GROWTH.
017900     IF WS-RG-LAST-DAYS > WS-RG-FIRST-DAYS
017910         COMPUTE WS-RG-GROWTH ROUNDED =
017920             (WS-RG-LAST-COUNT - WS-RG-FIRST-COUNT)
017930             / (WS-RG-LAST-DAYS - WS-RG-FIRST-DAYS)
017940     END-IF.
017950     MOVE WS-RG-GROWTH TO WS-RG-DSP-GROWTH.
017960
017970     IF WS-RG-GROWTH NOT > ZEROS
017980         DISPLAY "BUGSLA: THE LOADED COUNT IS NOT GROWING ("
017990                 WS-RG-DSP-GROWTH " A NIGHT) - NO BREACH "
018000                 "PROJECTED"
018010         GO TO 6200-EXIT
018020     END-IF.
018030
018040     COMPUTE WS-RG-NIGHTS =
018050         (WS-RG-MAX-COUNT - WS-RG-LAST-COUNT) / WS-RG-GROWTH.
018060     MOVE WS-RG-NIGHTS TO WS-RG-DSP-NIGHTS.
018070     IF WS-RG-NIGHTS NOT > WS-AVG-NIGHTS
018080         DISPLAY "BUGSLA: *** LOADED COUNT GROWING "
018090                 WS-RG-DSP-GROWTH " A NIGHT - THE CYCLE RUNS "
018100                 "PAST "
018110                 WS-TARGET-DSP " IN ABOUT " WS-RG-DSP-NIGHTS
018120                 " NIGHTS ***"
018130         IF RETURN-CODE < 4
018140             MOVE 4 TO RETURN-CODE
018150         END-IF
018160     ELSE
018170         DISPLAY "BUGSLA: LOADED COUNT GROWING " WS-RG-DSP-GROWTH
018180                 " A NIGHT - THE CYCLE RUNS PAST " WS-TARGET-DSP
018190                 " IN ABOUT " WS-RG-DSP-NIGHTS " NIGHTS"
018200     END-IF.
018210*----------------------------------------------------------------
018220 6200-EXIT.
018230     EXIT.
018240*----------------------------------------------------------------
018250 7000-PRINT-TOTALS.
018260*----------------------------------------------------------------
018270     DISPLAY " ".
018280     DISPLAY "BUGSLA: LEDGER RECORDS READ          "
018290             WS-LEDGER-COUNT.
018300     DISPLAY "BUGSLA: LEDGER RECORDS SKIPPED       "
018310             WS-SKIP-COUNT.
018320     DISPLAY "BUGSLA: ENDS WITH NO START           "
018330             WS-ORPHAN-COUNT.
018340     DISPLAY "BUGSLA: PAIRED STEPS                 "
018350             WS-STEP-COUNT.
018360     DISPLAY "BUGSLA: BUGSOLJ CYCLES               "
018370             WS-CYCLE-COUNT.
018380     DISPLAY "BUGSLA: CYCLES WITH A LOADED COUNT   "
018390             WS-AUDIT-MATCHED.
018400     DISPLAY "BUGSLA: CYCLES ON THE REPORT NIGHT   "
018410             WS-NIGHT-CYCLES.
018420     DISPLAY "BUGSLA: TARGET FINISHES MISSED       "
018430             WS-MISSED-COUNT.
018440     DISPLAY "BUGSLA: STEPS OVER BUDGET            "
018450             WS-BUDGET-OVER-COUNT.
018460     DISPLAY "BUGSLA: STEPS OVER AVERAGE           "
018470             WS-AVG-OVER-COUNT.
018480     DISPLAY "BUGSLA: UNPAIRED STARTS ON THE NIGHT "
018490             WS-NIGHT-UNPAIRED.
018500     DISPLAY "BUGSLA: UNPAIRED STARTS, 31 NIGHTS   "
018510             WS-WINDOW-UNPAIRED.
018520*----------------------------------------------------------------
018530 7000-EXIT.
018540     EXIT.
018550*----------------------------------------------------------------
018560 8100-DATE-TO-DAYS.
018570*----------------------------------------------------------------
018580*    CONVERT THE CCYY/MM/DD IN THE CONVERT AREA TO A SERIAL
018590*    DAY NUMBER IN WS-CNV-DAYS - THE SAME CONVERSION, PRIOR-
018600*    YEAR LEAP TERMS AND ALL, THE REST OF THE SUITE USES.
018610*----------------------------------------------------------------
018620     COMPUTE WS-CNV-DAYS = WS-CNV-CCYY * 365.
018630     COMPUTE WS-CNV-PRIOR-YR = WS-CNV-CCYY - 1.
018640     DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-QUOT.
018650     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
018660     DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-QUOT.
018670     SUBTRACT WS-CNV-QUOT FROM WS-CNV-DAYS.
018680     DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-QUOT.
018690     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
018700
018710     ADD WS-MONTH-OFFSET(WS-CNV-MM) TO WS-CNV-DAYS.
018720     ADD WS-CNV-DD                  TO WS-CNV-DAYS.
018730
018740     MOVE "N" TO WS-CNV-LEAP-SW.
018750     DIVIDE WS-CNV-CCYY BY 4
018760         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
018770     IF WS-CNV-REM = ZEROS
018780         MOVE "Y" TO WS-CNV-LEAP-SW
018790     END-IF.
018800     DIVIDE WS-CNV-CCYY BY 100
018810         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
018820     IF WS-CNV-REM = ZEROS
018830         MOVE "N" TO WS-CNV-LEAP-SW
018840     END-IF.
018850     DIVIDE WS-CNV-CCYY BY 400
018860         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
018870     IF WS-CNV-REM = ZEROS
018880         MOVE "Y" TO WS-CNV-LEAP-SW
018890     END-IF.
018900
018910     IF WS-CNV-LEAP AND WS-CNV-MM > 02
018920         ADD 1 TO WS-CNV-DAYS
018930     END-IF.
018940*----------------------------------------------------------------
018950 8100-EXIT.
018960     EXIT.
018970*----------------------------------------------------------------
018980 8200-STAMP-TO-SECONDS.
018990*----------------------------------------------------------------
019000*    TURN THE YYMMDD AND HHMMSSCC IN THE STAMP AREA INTO A SERIAL
019010*    DAY AND AN ABSOLUTE SECOND COUNT. WS-STAMP-OK IS LEFT OFF
019020*    FOR A STAMP THAT IS NOT A REAL DATE AND TIME.
019030*----------------------------------------------------------------
019040     MOVE "N" TO WS-STAMP-OK-SW.
019050
019060     IF NOT WS-STAMP-MM-VALID
019070        OR NOT WS-STAMP-DD-VALID
019080        OR NOT WS-STAMP-HH-VALID
019090        OR NOT WS-STAMP-MI-VALID
019100        OR NOT WS-STAMP-SS-VALID
019110         GO TO 8200-EXIT
019120     END-IF.
019130
019140     IF WS-STAMP-YY < 50
019150         COMPUTE WS-CNV-CCYY = 2000 + WS-STAMP-YY
019160     ELSE
019170         COMPUTE WS-CNV-CCYY = 1900 + WS-STAMP-YY
019180     END-IF.
019190     MOVE WS-STAMP-MM TO WS-CNV-MM.
019200     MOVE WS-STAMP-DD TO WS-CNV-DD.
019210     PERFORM 8100-DATE-TO-DAYS
019220         THRU 8100-EXIT.
019230     MOVE WS-CNV-DAYS TO WS-STAMP-DAYS.
019240
019250     COMPUTE WS-STAMP-SECS = (WS-STAMP-HH * 3600)
019260                           + (WS-STAMP-MI * 60)
019270                           + WS-STAMP-SS.
019280     COMPUTE WS-STAMP-ABS = (WS-STAMP-DAYS * 86400)
019290                          + WS-STAMP-SECS.
019300     MOVE "Y" TO WS-STAMP-OK-SW.
019310*----------------------------------------------------------------
019320 8200-EXIT.
019330     EXIT.
019340*----------------------------------------------------------------
019350 8300-FORMAT-ELAPSED.
019360*----------------------------------------------------------------
019370*    WS-FMT-SECS TO HHH:MM:SS IN WS-FMT-HMS.
019380*----------------------------------------------------------------
019390     DIVIDE WS-FMT-SECS BY 3600
019400         GIVING WS-FMT-HOURS REMAINDER WS-FMT-REM.
019410     IF WS-FMT-HOURS > 999
019420         MOVE 999  TO WS-FMT-HOURS
019430         MOVE 3599 TO WS-FMT-REM
019440     END-IF.
019450     MOVE WS-FMT-HOURS TO WS-FMT-HH.
019460     DIVIDE WS-FMT-REM BY 60
019470         GIVING WS-FMT-MM REMAINDER WS-FMT-SS.
019480*----------------------------------------------------------------
019490 8300-EXIT.
019500     EXIT.
019510*----------------------------------------------------------------
019520 8400-FORMAT-CLOCK.
019530*----------------------------------------------------------------
019540*    WS-CLK-TIME (HHMMSSCC) TO HH:MM:SS IN WS-CLK-DSP.
019550*----------------------------------------------------------------
019560     MOVE WS-CLK-HH TO WS-CLK-DSP-HH.
019570     MOVE WS-CLK-MM TO WS-CLK-DSP-MM.
019580     MOVE WS-CLK-SS TO WS-CLK-DSP-SS.
019590*----------------------------------------------------------------
019600 8400-EXIT.
019610     EXIT.
019620*----------------------------------------------------------------
019630 9999-TERMINATE.
019640*----------------------------------------------------------------
019650     DISPLAY "BUGSLA: RUN COMPLETE".
019660     STOP RUN.
019670*----------------------------------------------------------------
019680 9999-EXIT.
019690     EXIT.
