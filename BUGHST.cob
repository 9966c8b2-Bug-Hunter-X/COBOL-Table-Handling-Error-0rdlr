000250*                 HISTORY FILE IS PERMANENT AND APPENDED EVERY
000260*                 MAINTENANCE NIGHT, SO ITS TOTALS OUTGROW
000270*                 99999 AS A MATTER OF TIME.
000280* 2026-10-12  RH  THE BUGHKPJ HOUSEKEEPING JOB NOW MOVES WHOLE
000290*                 YEARS OF HISTORY TO YEARLY ARCHIVE GENERATIONS,
000300*                 WHICH BUGHSTJ CONCATENATES AHEAD OF THE LIVE
000310*                 FILE. A GDG CONCATENATION COMES NEWEST FIRST,
000320*                 SO THE SELECTED RECORDS ARE NOW SORTED INTO RUN
000330*                 DATE ORDER (CENTURY WINDOWED) BEFORE PRINTING,
000340*                 KEEPING THE ORDER THEY WERE APPLIED WITHIN A
000350*                 DATE - A LIFECYCLE SPANNING ARCHIVED YEARS
000360*                 STILL PRINTS FROM FIRST ACTION TO LAST.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE
000450         ASSIGN TO PARMFILE
000460         ORGANIZATION IS SEQUENTIAL.
000470*
000480     SELECT HISTORY-FILE
000490         ASSIGN TO HISTF
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-HIST-FS.
000520*
000530     SELECT SORT-FILE
000540         ASSIGN TO SORTWK.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PARM-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  PARM-REC.
000620     05  PARM-ITEM-KEY           PIC X(10).
000630     05  PARM-FROM-DATE          PIC 9(06).
000640     05  PARM-TO-DATE            PIC 9(06).
000650     05  FILLER                  PIC X(58).
000660*
000670 FD  HISTORY-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  HISTORY-REC.
000710     05  HST-ITEM-KEY             PIC X(10).
000720     05  HST-RUN-DATE             PIC 9(06).
000730     05  HST-BATCH-ID             PIC X(08).
000740     05  HST-ACTION               PIC X(01).
000750         88  HST-ACTION-ADD               VALUE "A".
000760         88  HST-ACTION-CHANGE            VALUE "C".
000770         88  HST-ACTION-DELETE            VALUE "D".
000780     05  HST-OLD-ITEM             PIC X(46).
000790     05  HST-NEW-ITEM             PIC X(46).
000800     05  FILLER                   PIC X(03).
000810*
000820*----------------------------------------------------------------
000830* SELECTED HISTORY, KEYED ON THE CENTURY-WINDOWED RUN DATE AND
000840* THE ORDER READ, SO A DATE'S ACTIONS STAY IN APPLIED ORDER.
000850*----------------------------------------------------------------
000860 SD  SORT-FILE.
000870 01  SORT-REC.
000880     05  SRT-CCYYMMDD             PIC 9(08).
000890     05  SRT-SEQ                  PIC 9(09).
000900     05  SRT-ITEM-KEY             PIC X(10).
000910     05  SRT-RUN-DATE             PIC 9(06).
000920     05  SRT-BATCH-ID             PIC X(08).
000930     05  SRT-ACTION               PIC X(01).
000940         88  SRT-ACTION-ADD               VALUE "A".
000950         88  SRT-ACTION-CHANGE            VALUE "C".
000960         88  SRT-ACTION-DELETE            VALUE "D".
000970     05  SRT-OLD-ITEM             PIC X(46).
000980     05  SRT-NEW-ITEM             PIC X(46).
000990*
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020* SWITCHES AND COUNTERS
001030*----------------------------------------------------------------
001040 01  WS-SWITCHES.
001050     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
001060         88  WS-PARM-EOF                     VALUE "Y".
001070     05  WS-HIST-EOF-SW          PIC X(01)   VALUE "N".
001080         88  WS-HIST-EOF                     VALUE "Y".
001090     05  WS-HIST-FS              PIC X(02)   VALUE "00".
001100         88  WS-HIST-FS-OK                   VALUE "00".
001110         88  WS-HIST-NOT-FOUND               VALUE "35".
001120     05  WS-SORT-EOF-SW          PIC X(01)   VALUE "N".
001130         88  WS-SORT-EOF                     VALUE "Y".
001140*
001150 01  WS-AREA.
001160     05  WS-SELECT-KEY           PIC X(10)   VALUE SPACES.
001170     05  WS-FROM-DATE            PIC 9(06)   VALUE ZEROS.
001180     05  WS-TO-DATE              PIC 9(06)   VALUE 999999.
001190     05  WS-READ-COUNT           PIC 9(07)   VALUE ZEROS.
001200     05  WS-SELECTED-COUNT       PIC 9(07)   VALUE ZEROS.
001210     05  WS-ADD-COUNT            PIC 9(07)   VALUE ZEROS.
001220     05  WS-CHANGE-COUNT         PIC 9(07)   VALUE ZEROS.
001230     05  WS-DELETE-COUNT         PIC 9(07)   VALUE ZEROS.
001240     05  WS-SEQ                  PIC 9(09)   VALUE ZEROS.
001250     05  WS-HST-YYMMDD           PIC 9(06)   VALUE ZEROS.
001260     05  FILLER REDEFINES WS-HST-YYMMDD.
001270         10  WS-HST-YY           PIC 9(02).
001280         10  FILLER              PIC 9(04).
001290*
001300 PROCEDURE DIVISION.
001310*----------------------------------------------------------------
001320 0000-MAINLINE.
001330*----------------------------------------------------------------
001340     PERFORM 1000-INITIALIZE
001350         THRU 1000-EXIT.
001360
001370     SORT SORT-FILE
001380         ON ASCENDING KEY SRT-CCYYMMDD
001390                          SRT-SEQ
001400         INPUT PROCEDURE IS 2000-SELECT-HISTORY
001410                       THRU 2000-EXIT
001420         OUTPUT PROCEDURE IS 2500-PRINT-LIFECYCLE
001430                        THRU 2500-EXIT.
001440
001450     PERFORM 3000-PRINT-TOTALS
001460         THRU 3000-EXIT.
001470
001480     PERFORM 9999-TERMINATE
001490         THRU 9999-EXIT.
001500*----------------------------------------------------------------
001510 1000-INITIALIZE.
001520*----------------------------------------------------------------
001530*    PICK UP THE SELECTION - AN ITEM KEY, A RUN-DATE RANGE, OR
001540*    BOTH. A BLANK KEY SELECTS EVERY ITEM; A BLANK OR ZERO
001550*    RANGE END IS LEFT OPEN. AT LEAST ONE OF THE TWO MUST BE
001560*    SUPPLIED OR THE REPORT WOULD BE THE WHOLE FILE BY
001570*    ACCIDENT.
001580*----------------------------------------------------------------
001590     OPEN INPUT PARM-FILE.
001600
001610     READ PARM-FILE
001620         AT END
001630             MOVE "Y" TO WS-PARM-EOF-SW.
001640
001650     IF WS-PARM-EOF
001660         DISPLAY "BUGHST: PARM-FILE IS EMPTY - ABENDING"
001670         MOVE 16 TO RETURN-CODE
001680         CLOSE PARM-FILE
001690         STOP RUN
001700     END-IF.
001710
001720     MOVE PARM-ITEM-KEY TO WS-SELECT-KEY.
001730
001740     IF PARM-FROM-DATE NUMERIC
001750        AND PARM-FROM-DATE NOT = ZEROS
001760         MOVE PARM-FROM-DATE TO WS-FROM-DATE
001770     END-IF.
001780
001790     IF PARM-TO-DATE NUMERIC
001800        AND PARM-TO-DATE NOT = ZEROS
001810         MOVE PARM-TO-DATE TO WS-TO-DATE
001820     END-IF.
001830
001840     IF WS-SELECT-KEY = SPACES
001850        AND WS-FROM-DATE = ZEROS
001860        AND WS-TO-DATE = 999999
001870         DISPLAY "BUGHST: PARM CARD NAMES NO KEY AND NO DATE "
001880                 "RANGE - ABENDING"
001890         MOVE 16 TO RETURN-CODE
001900         CLOSE PARM-FILE
001910         STOP RUN
001920     END-IF.
001930
001940     CLOSE PARM-FILE.
001950
001960     IF WS-SELECT-KEY = SPACES
001970         DISPLAY "BUGHST: LIFECYCLE REPORT - ALL ITEMS, RUN "
001980                 "DATES " WS-FROM-DATE " THRU " WS-TO-DATE
001990     ELSE
002000         DISPLAY "BUGHST: LIFECYCLE REPORT - ITEM "
002010                 WS-SELECT-KEY " RUN DATES " WS-FROM-DATE
002020                 " THRU " WS-TO-DATE
002030     END-IF.
002040*----------------------------------------------------------------
002050 1000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080 2000-SELECT-HISTORY.
002090*----------------------------------------------------------------
002100*    SORT INPUT PROCEDURE. ONE SEQUENTIAL PASS OVER THE HISTORY
002110*    - THE YEARLY ARCHIVE GENERATIONS AND THE LIVE FILE, IN
002120*    WHATEVER ORDER THEY ARE CONCATENATED - RELEASING EVERY
002130*    RECORD THE PARM CARD SELECTS. A MISSING HISTORY FILE
002140*    (STATUS 35) MEANS NO MAINTENANCE RUN HAS EVER WRITTEN ONE.
002150*----------------------------------------------------------------
002160     OPEN INPUT HISTORY-FILE.
002170
002180     IF WS-HIST-NOT-FOUND
002190         DISPLAY "BUGHST: NO HISTORY FILE ON CATALOG - NOTHING "
002200                 "TO REPORT"
002210         GO TO 2000-EXIT
002220     END-IF.
002230
002240     IF NOT WS-HIST-FS-OK
002250         DISPLAY "BUGHST: OPEN OF HISTORY FILE FAILED - STATUS "
002260                 WS-HIST-FS " - ABENDING"
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300
002310     READ HISTORY-FILE
002320         AT END
002330             MOVE "Y" TO WS-HIST-EOF-SW.
002340
002350     PERFORM 2100-SELECT-ONE-RECORD
002360         THRU 2100-EXIT
002370         UNTIL WS-HIST-EOF.
002380
002390     CLOSE HISTORY-FILE.
002400*----------------------------------------------------------------
002410 2000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440 2100-SELECT-ONE-RECORD.
002450*----------------------------------------------------------------
002460     ADD 1 TO WS-READ-COUNT.
002470
002480     IF (WS-SELECT-KEY = SPACES
002490         OR HST-ITEM-KEY = WS-SELECT-KEY)
002500        AND HST-RUN-DATE NOT < WS-FROM-DATE
002510        AND HST-RUN-DATE NOT > WS-TO-DATE
002520         ADD 1 TO WS-SEQ
002530         MOVE HST-RUN-DATE TO WS-HST-YYMMDD
002540         IF WS-HST-YY < 50
002550             COMPUTE SRT-CCYYMMDD = 20000000 + HST-RUN-DATE
002560         ELSE
002570             COMPUTE SRT-CCYYMMDD = 19000000 + HST-RUN-DATE
002580         END-IF
002590         MOVE WS-SEQ       TO SRT-SEQ
002600         MOVE HST-ITEM-KEY TO SRT-ITEM-KEY
002610         MOVE HST-RUN-DATE TO SRT-RUN-DATE
002620         MOVE HST-BATCH-ID TO SRT-BATCH-ID
002630         MOVE HST-ACTION   TO SRT-ACTION
002640         MOVE HST-OLD-ITEM TO SRT-OLD-ITEM
002650         MOVE HST-NEW-ITEM TO SRT-NEW-ITEM
002660         RELEASE SORT-REC
002670     END-IF.
002680
002690     READ HISTORY-FILE
002700         AT END
002710             MOVE "Y" TO WS-HIST-EOF-SW.
002720*----------------------------------------------------------------
002730 2100-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------
002760 2500-PRINT-LIFECYCLE.
002770*----------------------------------------------------------------
002780*    SORT OUTPUT PROCEDURE. THE SELECTED RECORDS COME BACK IN
002790*    THE ORDER THE ACTIONS WERE APPLIED, WHICH IS THE LIFECYCLE.
002800*----------------------------------------------------------------
002810     RETURN SORT-FILE
002820         AT END
002830             MOVE "Y" TO WS-SORT-EOF-SW.
002840
002850     PERFORM 2600-PRINT-ONE-RECORD
002860         THRU 2600-EXIT
002870         UNTIL WS-SORT-EOF.
002880*----------------------------------------------------------------
002890 2500-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920 2600-PRINT-ONE-RECORD.
002930*----------------------------------------------------------------
002940     ADD 1 TO WS-SELECTED-COUNT.
002950     EVALUATE TRUE
002960         WHEN SRT-ACTION-ADD
002970             ADD 1 TO WS-ADD-COUNT
002980         WHEN SRT-ACTION-CHANGE
002990             ADD 1 TO WS-CHANGE-COUNT
003000         WHEN SRT-ACTION-DELETE
003010             ADD 1 TO WS-DELETE-COUNT
003020         WHEN OTHER
003030             CONTINUE
003040     END-EVALUATE.
003050
003060     DISPLAY "BUGHST: " SRT-RUN-DATE
003070             " KEY " SRT-ITEM-KEY
003080             " ACTION " SRT-ACTION
003090             " BATCH " SRT-BATCH-ID.
003100     IF NOT SRT-ACTION-ADD
003110         DISPLAY "BUGHST:   OLD  " SRT-OLD-ITEM
003120     END-IF.
003130     IF NOT SRT-ACTION-DELETE
003140         DISPLAY "BUGHST:   NEW  " SRT-NEW-ITEM
003150     END-IF.
003160
003170     RETURN SORT-FILE
003180         AT END
003190             MOVE "Y" TO WS-SORT-EOF-SW.
003200*----------------------------------------------------------------
003210 2600-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240 3000-PRINT-TOTALS.
003250*----------------------------------------------------------------
003260     DISPLAY "BUGHST: HISTORY RECORDS READ - " WS-READ-COUNT.
003270     DISPLAY "BUGHST: RECORDS SELECTED     - "
003280             WS-SELECTED-COUNT.
003290     DISPLAY "BUGHST: ADDS    - " WS-ADD-COUNT.
003300     DISPLAY "BUGHST: CHANGES - " WS-CHANGE-COUNT.
003310     DISPLAY "BUGHST: DELETES - " WS-DELETE-COUNT.
003320
003330     IF WS-SELECTED-COUNT = ZEROS
003340         DISPLAY "BUGHST: NO HISTORY MATCHES THE REQUEST"
003350     END-IF.
003360*----------------------------------------------------------------
003370 3000-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400 9999-TERMINATE.
003410*----------------------------------------------------------------
003420     DISPLAY "BUGHST: RUN COMPLETE".
003430     STOP RUN.
003440*----------------------------------------------------------------
003450 9999-EXIT.
003460     EXIT.
