000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGSRC.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-06.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-06  RH  ORIGINAL DESCRIPTION SEARCH. THE PRICING DESK
000120*                 AND MERCHANDISING FIND AN ITEM'S KEY FROM
000130*                 WORDS OF ITS DESCRIPTION INSTEAD OF SCANNING
000140*                 THE LISTRPT PRINT. EACH CARD ON SRCHIN IS ONE
000150*                 SEARCH - A LEADING FRAGMENT ("BLUE WID") OR UP
000160*                 TO FIVE WORDS ("20-OZ BLUE WIDGET"). THE
000170*                 MASTER IS READ THROUGH THE DESCRIPTION
000180*                 ALTERNATE INDEX PATH, REBUILT BY BUGSOLJ AFTER
000190*                 THE MERGE AND BY BUGPRGJ AFTER THE PURGE:
000200*                 FIRST A START ON THE CARD TEXT LISTS EVERY
000210*                 DESCRIPTION THAT BEGINS WITH IT (THE EXACT
000220*                 LEADING MATCHES, RANKED FIRST), THEN ONE PASS
000230*                 DOWN THE PATH LISTS EVERY OTHER DESCRIPTION
000240*                 CONTAINING ALL OF THE CARD'S WORDS ANYWHERE.
000250*                 EACH LINE SHOWS KEY, STATUS, PRICE, EFFECTIVE
000260*                 DATE, AND DESCRIPTION. DISCONTINUED (STATUS D)
000270*                 ITEMS ARE HELD BACK AND LISTED IN THEIR OWN
000280*                 SECTION AFTER THE LIVE ONES SO NOBODY PICKS A
000290*                 DEAD KEY.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SEARCH-CARD-FILE
000380         ASSIGN TO SRCHIN
000390         ORGANIZATION IS SEQUENTIAL.
000400*
000410*    ITEMMSTR IS THE BASE CLUSTER; THE ALTERNATE KEY IS REACHED
000420*    THROUGH THE PATH ON DD ITEMMST1.
000430     SELECT ITEM-MASTER-FILE
000440         ASSIGN TO ITEMMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS IM-ITEM-KEY
000480         ALTERNATE RECORD KEY IS IM-ITEM-DESC
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-MASTER-FS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SEARCH-CARD-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  SEARCH-CARD-REC.
000580     05  SR-TEXT                 PIC X(20).
000590     05  FILLER                  PIC X(60).
000600*
000610 FD  ITEM-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  ITEM-MASTER-REC.
000640     05  IM-ITEM.
000650         10  IM-ITEM-KEY         PIC X(10).
000660         10  IM-ITEM-DESC        PIC X(20).
000670         10  IM-ITEM-PRICE       PIC 9(05)V99.
000680         10  IM-ITEM-STATUS      PIC X(01).
000690         10  IM-ITEM-EFF-DATE    PIC 9(08).
000700     05  IM-BATCH-ID             PIC X(08).
000710     05  FILLER                  PIC X(26).
000720*
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750* SWITCHES AND COUNTERS
000760*----------------------------------------------------------------
000770 01  WS-SWITCHES.
000780     05  WS-CARD-EOF-SW          PIC X(01)   VALUE "N".
000790         88  WS-CARD-EOF                     VALUE "Y".
000800     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
000810         88  WS-MASTER-EOF                   VALUE "Y".
000820     05  WS-ALL-WORDS-SW         PIC X(01)   VALUE "N".
000830         88  WS-ALL-WORDS-FOUND              VALUE "Y".
000840     05  WS-MASTER-FS            PIC X(02)   VALUE "00".
000850         88  WS-MASTER-FS-OK                 VALUE "00".
000860*
000870 01  WS-AREA.
000880     05  WS-CARD-COUNT           PIC 9(03)   VALUE ZEROS.
000890     05  WS-TEXT-LEN             PIC 9(02)   VALUE ZEROS.
000900     05  WS-WORD-COUNT           PIC 9(02)   VALUE ZEROS.
000910     05  WS-WD-SUB               PIC 9(02)   VALUE ZEROS.
000920     05  WS-TALLY                PIC 9(03)   VALUE ZEROS.
000930     05  WS-LEAD-COUNT           PIC 9(05)   VALUE ZEROS.
000940     05  WS-WORD-HIT-COUNT       PIC 9(05)   VALUE ZEROS.
000950     05  WS-DISC-COUNT           PIC 9(05)   VALUE ZEROS.
000960     05  WS-DISC-SUB             PIC 9(03)   VALUE ZEROS.
000970     05  WS-DISC-OVERFLOW        PIC 9(05)   VALUE ZEROS.
000980     05  WS-RANK-TAG             PIC X(07)   VALUE SPACES.
000990     05  WS-PRICE-EDIT           PIC ZZ,ZZ9.99.
001000*
001010*----------------------------------------------------------------
001020* THE CARD'S WORDS, SPLIT ON SPACES, WITH THE LENGTH OF EACH.
001030*----------------------------------------------------------------
001040 01  WS-WORD-AREA.
001050     05  WS-WORD-ENTRY OCCURS 5 TIMES.
001060         10  WD-TEXT             PIC X(20).
001070         10  WD-LEN              PIC 9(02).
001080*
001090*----------------------------------------------------------------
001100* DISCONTINUED MATCHES - HELD HERE DURING THE TWO PASSES AND
001110* LISTED AFTER THE LIVE ITEMS, LEADING MATCHES FIRST (THEY ARE
001120* FOUND FIRST).
001130*----------------------------------------------------------------
001140 01  WS-DISC-AREA.
001150     05  WS-DISC-ENTRY OCCURS 500 TIMES.
001160         10  DSC-ITEM            PIC X(46).
001170         10  DSC-RANK-TAG        PIC X(07).
001180*
001190*----------------------------------------------------------------
001200* ONE LISTING LINE.
001210*----------------------------------------------------------------
001220 01  WS-LIST-ITEM.
001230     05  WSL-ITEM-KEY            PIC X(10).
001240     05  WSL-ITEM-DESC           PIC X(20).
001250     05  WSL-ITEM-PRICE          PIC 9(05)V99.
001260     05  WSL-ITEM-STATUS         PIC X(01).
001270     05  WSL-ITEM-EFF-DATE       PIC 9(08).
001280*
001290 PROCEDURE DIVISION.
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001320*----------------------------------------------------------------
001330     PERFORM 1000-INITIALIZE
001340         THRU 1000-EXIT.
001350
001360     PERFORM 2000-PROCESS-ONE-CARD
001370         THRU 2000-EXIT
001380         UNTIL WS-CARD-EOF.
001390
001400     PERFORM 9999-TERMINATE
001410         THRU 9999-EXIT.
001420*----------------------------------------------------------------
001430 1000-INITIALIZE.
001440*----------------------------------------------------------------
001450     OPEN INPUT SEARCH-CARD-FILE.
001460
001470     OPEN INPUT ITEM-MASTER-FILE.
001480
001490     IF NOT WS-MASTER-FS-OK
001500         DISPLAY "BUGSRC: OPEN OF ITEM MASTER FAILED - STATUS "
001510                 WS-MASTER-FS " - ABENDING"
001520         DISPLAY "BUGSRC:   CHECK THAT THE DESCRIPTION PATH "
001530                 "ON ITEMMST1 HAS BEEN BUILT"
001540         MOVE 16 TO RETURN-CODE
001550         CLOSE SEARCH-CARD-FILE
001560         STOP RUN
001570     END-IF.
001580
001590     READ SEARCH-CARD-FILE
001600         AT END
001610             MOVE "Y" TO WS-CARD-EOF-SW.
001620
001630     IF WS-CARD-EOF
001640         DISPLAY "BUGSRC: NO SEARCH CARDS SUPPLIED - ABENDING"
001650         MOVE 16 TO RETURN-CODE
001660         CLOSE SEARCH-CARD-FILE
001670               ITEM-MASTER-FILE
001680         STOP RUN
001690     END-IF.
001700*----------------------------------------------------------------
001710 1000-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740 2000-PROCESS-ONE-CARD.
001750*----------------------------------------------------------------
001760*    ONE SEARCH PER CARD. THE TEXT MUST START IN COLUMN 1 - A
001770*    CARD WITH A LEADING SPACE CANNOT BE A LEADING MATCH FOR
001780*    ANY DESCRIPTION AND IS SKIPPED WITH A WARNING.
001790*----------------------------------------------------------------
001800     IF SEARCH-CARD-REC = SPACES
001810         GO TO 2000-READ
001820     END-IF.
001830
001840     ADD 1 TO WS-CARD-COUNT.
001850
001860     DISPLAY "BUGSRC: ----------------------------------------"
001870             "--------------------".
001880     DISPLAY "BUGSRC: SEARCH " WS-CARD-COUNT
001890             " [" SR-TEXT "]".
001900
001910     IF SR-TEXT(1:1) = SPACE
001920         DISPLAY "BUGSRC:   SEARCH TEXT MUST START IN COLUMN 1 "
001930                 "- CARD SKIPPED"
001940         IF RETURN-CODE < 4
001950             MOVE 4 TO RETURN-CODE
001960         END-IF
001970         GO TO 2000-READ
001980     END-IF.
001990
002000     PERFORM 2100-SPLIT-CARD
002010         THRU 2100-EXIT.
002020
002030     MOVE ZEROS TO WS-LEAD-COUNT
002040                   WS-WORD-HIT-COUNT
002050                   WS-DISC-COUNT
002060                   WS-DISC-OVERFLOW.
002070
002080     DISPLAY "BUGSRC:   RANK    ITEM KEY   ST      PRICE "
002090             "EFF DATE DESCRIPTION".
002100
002110     PERFORM 3000-LEADING-PASS
002120         THRU 3000-EXIT.
002130
002140     PERFORM 4000-WORD-PASS
002150         THRU 4000-EXIT.
002160
002170     IF WS-LEAD-COUNT = ZEROS
002180        AND WS-WORD-HIT-COUNT = ZEROS
002190         DISPLAY "BUGSRC:   NO LIVE ITEM MATCHES"
002200     END-IF.
002210
002220     PERFORM 5000-LIST-DISCONTINUED
002230         THRU 5000-EXIT.
002240
002250     DISPLAY "BUGSRC:   LEADING " WS-LEAD-COUNT
002260             "  WORD " WS-WORD-HIT-COUNT
002270             "  DISCONTINUED " WS-DISC-COUNT.
002280
002290 2000-READ.
002300     READ SEARCH-CARD-FILE
002310         AT END
002320             MOVE "Y" TO WS-CARD-EOF-SW.
002330*----------------------------------------------------------------
002340 2000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370 2100-SPLIT-CARD.
002380*----------------------------------------------------------------
002390*    MEASURE THE CARD TEXT (TRAILING SPACES OFF) FOR THE LEADING
002400*    COMPARE, AND SPLIT IT INTO UP TO FIVE WORDS FOR THE WORD
002410*    PASS. WORDS PAST THE FIFTH ARE IGNORED.
002420*----------------------------------------------------------------
002430     MOVE 20 TO WS-TEXT-LEN.
002440
002450     PERFORM 2110-TRIM-ONE
002460         THRU 2110-EXIT
002470         UNTIL SR-TEXT(WS-TEXT-LEN:1) NOT = SPACE.
002480
002490     MOVE SPACES TO WS-WORD-AREA.
002500     MOVE ZEROS  TO WS-WORD-COUNT.
002510
002520     PERFORM 2120-CLEAR-ONE-LEN
002530         THRU 2120-EXIT
002540         VARYING WS-WD-SUB FROM 1 BY 1
002550         UNTIL WS-WD-SUB > 5.
002560
002570     UNSTRING SR-TEXT(1:WS-TEXT-LEN)
002580         DELIMITED BY ALL SPACE
002590         INTO WD-TEXT(1) COUNT IN WD-LEN(1)
002600              WD-TEXT(2) COUNT IN WD-LEN(2)
002610              WD-TEXT(3) COUNT IN WD-LEN(3)
002620              WD-TEXT(4) COUNT IN WD-LEN(4)
002630              WD-TEXT(5) COUNT IN WD-LEN(5)
002640         TALLYING IN WS-WORD-COUNT
002650     END-UNSTRING.
002660*----------------------------------------------------------------
002670 2100-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700 2110-TRIM-ONE.
002710*----------------------------------------------------------------
002720     SUBTRACT 1 FROM WS-TEXT-LEN.
002730*----------------------------------------------------------------
002740 2110-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770 2120-CLEAR-ONE-LEN.
002780*----------------------------------------------------------------
002790     MOVE ZEROS TO WD-LEN(WS-WD-SUB).
002800*----------------------------------------------------------------
002810 2120-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840 3000-LEADING-PASS.
002850*----------------------------------------------------------------
002860*    POSITION THE PATH AT THE FIRST DESCRIPTION NOT LOWER THAN
002870*    THE CARD TEXT AND READ FORWARD WHILE THE DESCRIPTION STILL
002880*    BEGINS WITH IT - THE EXACT LEADING MATCHES, IN DESCRIPTION
002890*    ORDER, WITHOUT READING THE REST OF THE FILE.
002900*----------------------------------------------------------------
002910     MOVE "N"     TO WS-MASTER-EOF-SW.
002920     MOVE SR-TEXT TO IM-ITEM-DESC.
002930
002940     START ITEM-MASTER-FILE
002950         KEY IS NOT LESS THAN IM-ITEM-DESC
002960         INVALID KEY
002970             MOVE "Y" TO WS-MASTER-EOF-SW
002980     END-START.
002990
003000     IF WS-MASTER-EOF
003010         GO TO 3000-EXIT
003020     END-IF.
003030
003040     PERFORM 8000-READ-NEXT
003050         THRU 8000-EXIT.
003060
003070     PERFORM 3100-TAKE-ONE-LEADING
003080         THRU 3100-EXIT
003090         UNTIL WS-MASTER-EOF
003100            OR IM-ITEM-DESC(1:WS-TEXT-LEN)
003110               NOT = SR-TEXT(1:WS-TEXT-LEN).
003120*----------------------------------------------------------------
003130 3000-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160 3100-TAKE-ONE-LEADING.
003170*----------------------------------------------------------------
003180     MOVE "LEADING" TO WS-RANK-TAG.
003190
003200     IF IM-ITEM-STATUS = "D"
003210         PERFORM 6000-HOLD-DISCONTINUED
003220             THRU 6000-EXIT
003230     ELSE
003240         ADD 1 TO WS-LEAD-COUNT
003250         MOVE IM-ITEM TO WS-LIST-ITEM
003260         PERFORM 7000-LIST-ONE-ITEM
003270             THRU 7000-EXIT
003280     END-IF.
003290
003300     PERFORM 8000-READ-NEXT
003310         THRU 8000-EXIT.
003320*----------------------------------------------------------------
003330 3100-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360 4000-WORD-PASS.
003370*----------------------------------------------------------------
003380*    ONE PASS DOWN THE WHOLE PATH FOR DESCRIPTIONS CONTAINING
003390*    EVERY WORD OF THE CARD ANYWHERE. A DESCRIPTION THE
003400*    LEADING PASS ALREADY LISTED IS SKIPPED.
003410*----------------------------------------------------------------
003420     MOVE "N"        TO WS-MASTER-EOF-SW.
003430     MOVE LOW-VALUES TO IM-ITEM-DESC.
003440
003450     START ITEM-MASTER-FILE
003460         KEY IS NOT LESS THAN IM-ITEM-DESC
003470         INVALID KEY
003480             MOVE "Y" TO WS-MASTER-EOF-SW
003490     END-START.
003500
003510     IF WS-MASTER-EOF
003520         GO TO 4000-EXIT
003530     END-IF.
003540
003550     PERFORM 8000-READ-NEXT
003560         THRU 8000-EXIT.
003570
003580     PERFORM 4100-TEST-ONE-DESC
003590         THRU 4100-EXIT
003600         UNTIL WS-MASTER-EOF.
003610*----------------------------------------------------------------
003620 4000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650 4100-TEST-ONE-DESC.
003660*----------------------------------------------------------------
003670     IF IM-ITEM-DESC(1:WS-TEXT-LEN) = SR-TEXT(1:WS-TEXT-LEN)
003680         GO TO 4100-READ
003690     END-IF.
003700
003710     MOVE "Y" TO WS-ALL-WORDS-SW.
003720
003730     PERFORM 4200-TEST-ONE-WORD
003740         THRU 4200-EXIT
003750         VARYING WS-WD-SUB FROM 1 BY 1
003760         UNTIL WS-WD-SUB > WS-WORD-COUNT
003770            OR WS-WD-SUB > 5
003780            OR NOT WS-ALL-WORDS-FOUND.
003790
003800     IF NOT WS-ALL-WORDS-FOUND
003810         GO TO 4100-READ
003820     END-IF.
003830
003840     MOVE "WORD" TO WS-RANK-TAG.
003850
003860     IF IM-ITEM-STATUS = "D"
003870         PERFORM 6000-HOLD-DISCONTINUED
003880             THRU 6000-EXIT
003890     ELSE
003900         ADD 1 TO WS-WORD-HIT-COUNT
003910         MOVE IM-ITEM TO WS-LIST-ITEM
003920         PERFORM 7000-LIST-ONE-ITEM
003930             THRU 7000-EXIT
003940     END-IF.
003950
003960 4100-READ.
003970     PERFORM 8000-READ-NEXT
003980         THRU 8000-EXIT.
003990*----------------------------------------------------------------
004000 4100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 4200-TEST-ONE-WORD.
004040*----------------------------------------------------------------
004050     MOVE ZEROS TO WS-TALLY.
004060
004070     INSPECT IM-ITEM-DESC
004080         TALLYING WS-TALLY
004090         FOR ALL WD-TEXT(WS-WD-SUB)(1:WD-LEN(WS-WD-SUB)).
004100
004110     IF WS-TALLY = ZEROS
004120         MOVE "N" TO WS-ALL-WORDS-SW
004130     END-IF.
004140*----------------------------------------------------------------
004150 4200-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180 5000-LIST-DISCONTINUED.
004190*----------------------------------------------------------------
004200     IF WS-DISC-COUNT = ZEROS
004210         GO TO 5000-EXIT
004220     END-IF.
004230
004240     DISPLAY "BUGSRC:   ---- DISCONTINUED (STATUS D) - DO NOT "
004250             "USE THESE KEYS ----".
004260
004270     PERFORM 5100-LIST-ONE-DISCONTINUED
004280         THRU 5100-EXIT
004290         VARYING WS-DISC-SUB FROM 1 BY 1
004300         UNTIL WS-DISC-SUB > WS-DISC-COUNT
004310            OR WS-DISC-SUB > 500.
004320
004330     IF WS-DISC-OVERFLOW > ZEROS
004340         DISPLAY "BUGSRC:   " WS-DISC-OVERFLOW
004350                 " MORE DISCONTINUED MATCHES NOT LISTED - "
004360                 "NARROW THE SEARCH"
004370     END-IF.
004380*----------------------------------------------------------------
004390 5000-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420 5100-LIST-ONE-DISCONTINUED.
004430*----------------------------------------------------------------
004440     MOVE DSC-ITEM(WS-DISC-SUB)     TO WS-LIST-ITEM.
004450     MOVE DSC-RANK-TAG(WS-DISC-SUB) TO WS-RANK-TAG.
004460
004470     PERFORM 7000-LIST-ONE-ITEM
004480         THRU 7000-EXIT.
004490*----------------------------------------------------------------
004500 5100-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530 6000-HOLD-DISCONTINUED.
004540*----------------------------------------------------------------
004550     IF WS-DISC-COUNT = 500
004560         ADD 1 TO WS-DISC-OVERFLOW
004570         GO TO 6000-EXIT
004580     END-IF.
004590
004600     ADD 1 TO WS-DISC-COUNT.
004610     MOVE IM-ITEM     TO DSC-ITEM(WS-DISC-COUNT).
004620     MOVE WS-RANK-TAG TO DSC-RANK-TAG(WS-DISC-COUNT).
004630*----------------------------------------------------------------
004640 6000-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670 7000-LIST-ONE-ITEM.
004680*----------------------------------------------------------------
004690     MOVE WSL-ITEM-PRICE TO WS-PRICE-EDIT.
004700
004710     DISPLAY "BUGSRC:   " WS-RANK-TAG " " WSL-ITEM-KEY
004720             " " WSL-ITEM-STATUS "  " WS-PRICE-EDIT
004730             " " WSL-ITEM-EFF-DATE " " WSL-ITEM-DESC.
004740*----------------------------------------------------------------
004750 7000-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780 8000-READ-NEXT.
004790*----------------------------------------------------------------
004800     READ ITEM-MASTER-FILE NEXT RECORD
004810         AT END
004820             MOVE "Y" TO WS-MASTER-EOF-SW
004830     END-READ.
004840
004850     IF NOT WS-MASTER-EOF
004860        AND NOT WS-MASTER-FS-OK
004870        AND WS-MASTER-FS NOT = "02"
004880         DISPLAY "BUGSRC: READ OF ITEM MASTER PATH FAILED - "
004890                 "STATUS " WS-MASTER-FS " - ABENDING"
004900         MOVE 16 TO RETURN-CODE
004910         CLOSE SEARCH-CARD-FILE
004920               ITEM-MASTER-FILE
004930         STOP RUN
004940     END-IF.
004950*----------------------------------------------------------------
004960 8000-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990 9999-TERMINATE.
005000*----------------------------------------------------------------
005010     CLOSE SEARCH-CARD-FILE
005020           ITEM-MASTER-FILE.
005030
005040     DISPLAY "BUGSRC: ----------------------------------------"
005050             "--------------------".
005060     DISPLAY "BUGSRC: SEARCHES RUN - " WS-CARD-COUNT.
005070     DISPLAY "BUGSRC: RUN COMPLETE".
005080     STOP RUN.
005090*----------------------------------------------------------------
005100 9999-EXIT.
005110     EXIT.
