000320*                 WOULD HAVE LANDED ON THE AUDIT TRAIL MODULO
000330*                 100000. EXISTING PROD.BUGSOL.AUDIT RECORDS
000340*                 MUST BE CONVERTED AT CUTOVER (SEE BUGSOLJ).
000350* 2026-10-12  RH  THE BUGHKPJ HOUSEKEEPING JOB NOW MOVES WHOLE
000360*                 YEARS OF AUDIT RECORDS TO ARCHIVE GENERATIONS
000370*                 AND LEAVES ONE YEAR SUMMARY RECORD (STATUS Y)
000380*                 IN THEIR PLACE AT THE FRONT OF THE FILE. A
000390*                 SUMMARY IS REPORTED AS ONE LINE FOR ITS YEAR
000400*                 AND ITS RUN, FAILURE, RERUN AND WARNING COUNTS
000410*                 AND HIGHS ARE CARRIED INTO THE TOTALS, SO THE
000420*                 TREND RUNS ON UNBROKEN ACROSS THE ARCHIVED
000430*                 YEARS.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT AUDIT-FILE
000520         ASSIGN TO AUDITF
000530         ORGANIZATION IS SEQUENTIAL.
000540*
000550     SELECT RUN-CONTROL-FILE
000560         ASSIGN TO RUNCTL
000570         ORGANIZATION IS SEQUENTIAL.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDIT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  AUDIT-REC.
000650     05  AUD-PROGRAM-ID           PIC X(08).
000660     05  AUD-RUN-DATE             PIC 9(06).
000670     05  AUD-RUN-TIME             PIC 9(08).
000680     05  AUD-FINAL-COUNT          PIC 9(07).
000690     05  AUD-STATUS               PIC X(01).
000700         88  AUD-RUN-OK                   VALUE "S".
000710         88  AUD-RUN-FAILED               VALUE "F".
000720         88  AUD-YEAR-SUMMARY             VALUE "Y".
000730     05  AUD-CAPACITY             PIC 9(05).
000740     05  FILLER                   PIC X(35).
000750*
000760*----------------------------------------------------------------
000770* YEAR SUMMARY RECORD LEFT BY BUGHKP FOR AN ARCHIVED YEAR - THE
000780* HIGHEST LOADED COUNT AND THE YEAR-END CAPACITY SIT WHERE A RUN
000790* RECORD'S FINAL COUNT AND CAPACITY DO, THE YEAR'S TOTALS IN
000800* WHAT IS FILLER ON A RUN RECORD.
000810*----------------------------------------------------------------
000820 01  AUDIT-SUMMARY-REC.
000830     05  AUS-PROGRAM-ID           PIC X(08).
000840     05  AUS-RUN-DATE             PIC 9(06).
000850     05  AUS-RUN-TIME             PIC 9(08).
000860     05  AUS-MAX-COUNT            PIC 9(07).
000870     05  AUS-STATUS               PIC X(01).
000880     05  AUS-CAPACITY             PIC 9(05).
000890     05  AUS-CCYY                 PIC 9(04).
000900     05  AUS-RUN-COUNT            PIC 9(05).
000910     05  AUS-FAILED-COUNT         PIC 9(05).
000920     05  AUS-RERUN-COUNT          PIC 9(05).
000930     05  AUS-WARN-COUNT           PIC 9(05).
000940     05  AUS-MAX-PCT              PIC 9(03).
000950     05  FILLER                   PIC X(08).
000960*
000970 FD  RUN-CONTROL-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  RUN-CONTROL-REC.
001010     05  RCL-JOB-NAME             PIC X(08).
001020     05  RCL-PROGRAM              PIC X(08).
001030     05  RCL-EVENT                PIC X(05).
001040     05  RCL-RUN-DATE             PIC 9(06).
001050     05  RCL-RUN-TIME             PIC 9(08).
001060     05  RCL-RETURN-CODE          PIC 9(03).
001070     05  FILLER                   PIC X(42).
001080*
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110* SWITCHES AND COUNTERS
001120*----------------------------------------------------------------
001130 01  WS-SWITCHES.
001140     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
001150         88  WS-AUDIT-EOF                    VALUE "Y".
001160*
001170 77  WS-WARN-PCT                 PIC 9(03)   VALUE 80.
001180*
001190 01  WS-AREA.
001200     05  WS-RUN-COUNT            PIC 9(05)   VALUE ZEROS.
001210     05  WS-FAILED-COUNT         PIC 9(05)   VALUE ZEROS.
001220     05  WS-RERUN-COUNT          PIC 9(05)   VALUE ZEROS.
001230     05  WS-WARN-COUNT           PIC 9(05)   VALUE ZEROS.
001240     05  WS-YEAR-COUNT           PIC 9(05)   VALUE ZEROS.
001250     05  WS-PREV-DATE            PIC 9(06)   VALUE ZEROS.
001260     05  WS-PCT                  PIC 9(03)   VALUE ZEROS.
001270     05  WS-MAX-PCT              PIC 9(03)   VALUE ZEROS.
001280     05  WS-MAX-COUNT            PIC 9(07)   VALUE ZEROS.
001290     05  WS-RERUN-FLAG           PIC X(08)   VALUE SPACES.
001300     05  WS-PCT-DSP              PIC X(04)   VALUE SPACES.
001310*
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------------
001340 0000-MAINLINE.
001350*----------------------------------------------------------------
001360     PERFORM 9100-STAMP-RUNCTL-START
001370         THRU 9100-EXIT.
001380
001390     PERFORM 1000-INITIALIZE
001400         THRU 1000-EXIT.
001410
001420     PERFORM 2000-REPORT-ONE-RUN
001430         THRU 2000-EXIT
001440         UNTIL WS-AUDIT-EOF.
001450
001460     PERFORM 3000-PRINT-TOTALS
001470         THRU 3000-EXIT.
001480
001490     PERFORM 9999-TERMINATE
001500         THRU 9999-EXIT.
001510*----------------------------------------------------------------
001520 1000-INITIALIZE.
001530*----------------------------------------------------------------
001540     OPEN INPUT AUDIT-FILE.
001550
001560     DISPLAY "BUGAUD: RUN HISTORY AND CAPACITY TREND REPORT".
001570     DISPLAY "BUGAUD: CAPACITY WATCH THRESHOLD IS "
001580             WS-WARN-PCT " PERCENT".
001590
001600     READ AUDIT-FILE
001610         AT END
001620             MOVE "Y" TO WS-AUDIT-EOF-SW.
001630
001640     IF WS-AUDIT-EOF
001650         DISPLAY "BUGAUD: AUDIT FILE IS EMPTY - NO RUN HISTORY"
001660     END-IF.
001670*----------------------------------------------------------------
001680 1000-EXIT.
001690     EXIT.
001700*----------------------------------------------------------------
001710 2000-REPORT-ONE-RUN.
001720*----------------------------------------------------------------
001730*    ONE LINE PER EXECUTION, IN THE ORDER THE RECORDS WERE
001740*    APPENDED (CHRONOLOGICAL). A SECOND OR LATER RECORD WITH
001750*    THE SAME RUN DATE IS A RERUN ON THAT DATE AND IS TAGGED.
001760*    THE PERCENT-OF-CAPACITY COLUMN IS LEFT BLANK FOR RECORDS
001770*    OLDER THAN THE CAPACITY FIELD OR FOR A ZERO CAPACITY. A
001780*    YEAR SUMMARY LEFT BY HOUSEKEEPING STANDS FOR ALL THE RUNS
001790*    OF ITS YEAR.
001800*----------------------------------------------------------------
001810     IF AUD-YEAR-SUMMARY
001820         PERFORM 2100-REPORT-YEAR-SUMMARY
001830             THRU 2100-EXIT
001840         GO TO 2000-READ
001850     END-IF.
001860
001870     ADD 1 TO WS-RUN-COUNT.
001880
001890     MOVE SPACES TO WS-RERUN-FLAG.
001900     IF AUD-RUN-DATE = WS-PREV-DATE
001910         MOVE "RERUN" TO WS-RERUN-FLAG
001920         ADD 1 TO WS-RERUN-COUNT
001930     END-IF.
001940     MOVE AUD-RUN-DATE TO WS-PREV-DATE.
001950
001960     IF AUD-RUN-FAILED
001970         ADD 1 TO WS-FAILED-COUNT
001980     END-IF.
001990
002000     MOVE SPACES TO WS-PCT-DSP.
002010     IF AUD-CAPACITY NUMERIC
002020        AND AUD-CAPACITY NOT = ZEROS
002030        AND AUD-FINAL-COUNT NUMERIC
002040         COMPUTE WS-PCT =
002050             (AUD-FINAL-COUNT * 100) / AUD-CAPACITY
002060             ON SIZE ERROR
002070                 MOVE 999 TO WS-PCT
002080         END-COMPUTE
002090         MOVE WS-PCT TO WS-PCT-DSP
002100         IF AUD-FINAL-COUNT > WS-MAX-COUNT
002110             MOVE AUD-FINAL-COUNT TO WS-MAX-COUNT
002120         END-IF
002130         IF WS-PCT > WS-MAX-PCT
002140             MOVE WS-PCT TO WS-MAX-PCT
002150         END-IF
002160     END-IF.
002170
002180     DISPLAY "BUGAUD: " AUD-RUN-DATE " " AUD-RUN-TIME
002190             " " AUD-PROGRAM-ID
002200             " LOADED " AUD-FINAL-COUNT
002210             " STATUS " AUD-STATUS
002220             " CAPACITY " AUD-CAPACITY
002230             " PCT " WS-PCT-DSP
002240             " " WS-RERUN-FLAG.
002250
002260     IF WS-PCT-DSP NOT = SPACES
002270        AND WS-PCT NOT < WS-WARN-PCT
002280         ADD 1 TO WS-WARN-COUNT
002290         DISPLAY "BUGAUD:   *** RUN AT OR ABOVE " WS-WARN-PCT
002300                 " PERCENT OF TABLE CAPACITY - RAISE THE "
002310                 "PARM-FILE CAPACITY BEFORE IT OVERFLOWS ***"
002320     END-IF.
002330
002340 2000-READ.
002350     READ AUDIT-FILE
002360         AT END
002370             MOVE "Y" TO WS-AUDIT-EOF-SW.
002380*----------------------------------------------------------------
002390 2000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420 2100-REPORT-YEAR-SUMMARY.
002430*----------------------------------------------------------------
002440     ADD 1 TO WS-YEAR-COUNT.
002450     ADD AUS-RUN-COUNT    TO WS-RUN-COUNT.
002460     ADD AUS-FAILED-COUNT TO WS-FAILED-COUNT.
002470     ADD AUS-RERUN-COUNT  TO WS-RERUN-COUNT.
002480     ADD AUS-WARN-COUNT   TO WS-WARN-COUNT.
002490     MOVE AUS-RUN-DATE    TO WS-PREV-DATE.
002500
002510     IF AUS-MAX-COUNT > WS-MAX-COUNT
002520         MOVE AUS-MAX-COUNT TO WS-MAX-COUNT
002530     END-IF.
002540     IF AUS-MAX-PCT > WS-MAX-PCT
002550         MOVE AUS-MAX-PCT TO WS-MAX-PCT
002560     END-IF.
002570
002580     DISPLAY "BUGAUD: YEAR " AUS-CCYY " ARCHIVED - RUNS "
002590             AUS-RUN-COUNT " FAILED " AUS-FAILED-COUNT
002600             " RERUNS " AUS-RERUN-COUNT
002610             " HIGHEST LOADED " AUS-MAX-COUNT
002620             " CAPACITY " AUS-CAPACITY
002630             " HIGHEST PCT " AUS-MAX-PCT
002640             " WARNINGS " AUS-WARN-COUNT.
002650*----------------------------------------------------------------
002660 2100-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690 3000-PRINT-TOTALS.
002700*----------------------------------------------------------------
002710     DISPLAY "BUGAUD: TOTAL RUNS ON FILE   - " WS-RUN-COUNT.
002720     DISPLAY "BUGAUD: FAILED RUNS          - " WS-FAILED-COUNT.
002730     DISPLAY "BUGAUD: SAME-DAY RERUNS      - " WS-RERUN-COUNT.
002740     DISPLAY "BUGAUD: CAPACITY WARNINGS    - " WS-WARN-COUNT.
002750     DISPLAY "BUGAUD: HIGHEST LOADED COUNT - " WS-MAX-COUNT.
002760     DISPLAY "BUGAUD: HIGHEST CAPACITY PCT - " WS-MAX-PCT.
002770     DISPLAY "BUGAUD: ARCHIVED YEARS       - " WS-YEAR-COUNT.
002780*----------------------------------------------------------------
002790 3000-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820 9100-STAMP-RUNCTL-START.
002830*----------------------------------------------------------------
002840*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
002850*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
002860*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
002870*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
002880*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
002890*----------------------------------------------------------------
002900     OPEN OUTPUT RUN-CONTROL-FILE.
002910     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
002920     MOVE "BUGAUD"   TO RCL-PROGRAM.
002930     MOVE "START"    TO RCL-EVENT.
002940     ACCEPT RCL-RUN-DATE FROM DATE.
002950     ACCEPT RCL-RUN-TIME FROM TIME.
002960     MOVE ZEROS TO RCL-RETURN-CODE.
002970     WRITE RUN-CONTROL-REC.
002980     CLOSE RUN-CONTROL-FILE.
002990*----------------------------------------------------------------
003000 9100-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030 9200-STAMP-RUNCTL-END.
003040*----------------------------------------------------------------
003050*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
003060*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
003070*    ABENDED ONE.
003080*----------------------------------------------------------------
003090     OPEN OUTPUT RUN-CONTROL-FILE.
003100     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
003110     MOVE "BUGAUD"   TO RCL-PROGRAM.
003120     MOVE "END"      TO RCL-EVENT.
003130     ACCEPT RCL-RUN-DATE FROM DATE.
003140     ACCEPT RCL-RUN-TIME FROM TIME.
003150     MOVE RETURN-CODE TO RCL-RETURN-CODE.
003160     WRITE RUN-CONTROL-REC.
003170     CLOSE RUN-CONTROL-FILE.
003180*----------------------------------------------------------------
003190 9200-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 9999-TERMINATE.
003230*----------------------------------------------------------------
003240     CLOSE AUDIT-FILE.
003250
003260     DISPLAY "BUGAUD: RUN COMPLETE".
003270     PERFORM 9200-STAMP-RUNCTL-END
003280         THRU 9200-EXIT.
003290
003300     STOP RUN.
003310*----------------------------------------------------------------
003320 9999-EXIT.
003330     EXIT.
