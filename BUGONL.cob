000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUGONL.
000030 AUTHOR.        R HALVORSEN.
000040 INSTALLATION.  ITEM PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-05  RH  ORIGINAL ONLINE ITEM INQUIRY AND MAINTENANCE
000120*                 TRANSACTION (BUGO, MAPSET BUGONLM). READS
000130*                 PROD.ITEM.MASTER BY IM-ITEM-KEY AND SHOWS THE
000140*                 DESCRIPTION, PRICE, STATUS, EFFECTIVE DATE,
000150*                 AND LAST BATCH ID; PF7/PF8 BROWSE BACK AND
000160*                 FORWARD BY KEY. PF4/PF5/PF6 KEY AN ADD,
000170*                 CHANGE, OR DELETE - THE MASTER IS NEVER
000180*                 UPDATED FROM THE SCREEN. EACH ACTION IS
000190*                 WRITTEN TO THE ONLCAP CAPTURE FILE (ESDS
000200*                 PROD.BUGSOL.ONLINE.CAPTURE) WITH THE CLERK'S
000210*                 SIGNON USER ID, TERMINAL, DATE, AND TIME, AND
000220*                 THE CAPFRAME STEP OF THAT NIGHT'S BUGSOLJ
000230*                 (BUGCAP) FRAMES IT AS AN H/D.../T BATCH PER
000240*                 CLERK, SO SCREEN MAINTENANCE GOES THROUGH THE
000250*                 PENDING SCREEN, THE EDITS, THE PRICE
000260*                 TOLERANCE, AND THE CHANGE HISTORY LIKE ANY
000270*                 OFFICE'S CARDS. THE SCREEN REFUSES ONLY WHAT
000280*                 THE LOAD WOULD CERTAINLY REJECT ON ITS FACE -
000290*                 A BLANK KEY, A NON-NUMERIC PRICE, AN UNKNOWN
000300*                 STATUS, OR AN IMPOSSIBLE MONTH. CICS
000310*                 RESOURCES: TRANSACTION BUGO, FILE ITEMMSTR
000320*                 (THE KSDS, READ AND BROWSE ONLY), FILE ONLCAP
000330*                 (THE CAPTURE ESDS, ADD ONLY).
000340* 2026-10-15  RH  SYMBOLIC MAP PUT IN MAPSET ORDER (CLERK FIRST).
000350*                 PF7 FROM A KEY NOT ON FILE NO LONGER ENDS THE
000360*                 CONVERSATION. A CAPTURE WHILE ONLCAP IS CLOSED
000370*                 FOR THE BATCH WINDOW IS REFUSED ON THE SCREEN
000380*                 INSTEAD OF ENDING THE TASK. GOBACK AFTER THE
000390*                 RETURN IN THE MAINLINE.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450*
000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480*----------------------------------------------------------------
000490* SWITCHES AND WORK FIELDS
000500*----------------------------------------------------------------
000510 01  WS-SWITCHES.
000520     05  WS-BROWSE-END-SW        PIC X(01)   VALUE "N".
000530         88  WS-BROWSE-END                   VALUE "Y".
000540     05  WS-EDIT-ERR-SW          PIC X(01)   VALUE "N".
000550         88  WS-EDIT-ERR                     VALUE "Y".
000560     05  WS-FIRST-READ-SW        PIC X(01)   VALUE "N".
000570         88  WS-FIRST-READ                   VALUE "Y".
000580*
000590 01  WS-AREA.
000600     05  WS-RESP                 PIC S9(08)  COMP VALUE ZERO.
000610     05  WS-ABSTIME              PIC S9(15)  COMP-3 VALUE ZERO.
000620     05  WS-CAP-RBA              PIC S9(08)  COMP VALUE ZERO.
000630     05  WS-RID-KEY              PIC X(10)   VALUE SPACES.
000640     05  WS-BROWSE-FROM-KEY      PIC X(10)   VALUE SPACES.
000650     05  WS-USER-ID              PIC X(08)   VALUE SPACES.
000660     05  WS-FMT-DATE             PIC X(06)   VALUE SPACES.
000670     05  WS-FMT-TIME             PIC X(06)   VALUE SPACES.
000680     05  WS-ACTION               PIC X(01)   VALUE SPACE.
000690         88  WS-ACTION-ADD                   VALUE "A".
000700         88  WS-ACTION-CHANGE                VALUE "C".
000710         88  WS-ACTION-DELETE                VALUE "D".
000720     05  WS-ACTION-NAME          PIC X(06)   VALUE SPACES.
000730     05  WS-MESSAGE              PIC X(79)   VALUE SPACES.
000740     05  WS-RESP-DSP             PIC -(8)9.
000750*
000760*----------------------------------------------------------------
000770* ATTENTION-IDENTIFIER VALUES THIS TRANSACTION ACTS ON (THE
000780* EIBAID BYTE FOR EACH KEY).
000790*----------------------------------------------------------------
000800 01  WS-AID-VALUES.
000810     05  WS-AID-ENTER            PIC X(01)   VALUE X"7D".
000820     05  WS-AID-CLEAR            PIC X(01)   VALUE X"6D".
000830     05  WS-AID-PF3              PIC X(01)   VALUE X"F3".
000840     05  WS-AID-PF4              PIC X(01)   VALUE X"F4".
000850     05  WS-AID-PF5              PIC X(01)   VALUE X"F5".
000860     05  WS-AID-PF6              PIC X(01)   VALUE X"F6".
000870     05  WS-AID-PF7              PIC X(01)   VALUE X"F7".
000880     05  WS-AID-PF8              PIC X(01)   VALUE X"F8".
000890*
000900*----------------------------------------------------------------
000910* COMMAREA CARRIED BETWEEN PSEUDO-CONVERSATIONAL TASKS - THE
000920* KEY OF THE ITEM LAST SHOWN ON THE SCREEN (SPACES WHEN NONE).
000930*----------------------------------------------------------------
000940 01  WS-COMMAREA.
000950     05  CA-LAST-KEY             PIC X(10)   VALUE SPACES.
000960     05  FILLER                  PIC X(10)   VALUE SPACES.
000970*
000980*----------------------------------------------------------------
000990* ITEM MASTER RECORD - THE SAME 80-BYTE LAYOUT THE BATCH SUITE
001000* CARRIES, READ INTO WORKING STORAGE.
001010*----------------------------------------------------------------
001020 01  ITEM-MASTER-REC.
001030     05  IM-ITEM.
001040         10  IM-ITEM-KEY         PIC X(10).
001050         10  IM-ITEM-DESC        PIC X(20).
001060         10  IM-ITEM-PRICE       PIC 9(05)V99.
001070         10  IM-ITEM-STATUS      PIC X(01).
001080         10  IM-ITEM-EFF-DATE    PIC 9(08).
001090     05  IM-BATCH-ID             PIC X(08).
001100     05  FILLER                  PIC X(26).
001110*
001120*----------------------------------------------------------------
001130* CAPTURE RECORD - ONE PER SCREEN ACTION, WRITTEN TO THE ONLCAP
001140* ESDS AND FRAMED INTO THE NIGHT'S INPUT BY BUGCAP.
001150*----------------------------------------------------------------
001160 01  CAPTURE-REC.
001170     05  CAP-USER-ID              PIC X(08).
001180     05  CAP-DATE                 PIC 9(06).
001190     05  CAP-TIME                 PIC 9(06).
001200     05  CAP-TERM-ID              PIC X(04).
001210     05  CAP-ITEM.
001220         10  CAP-ITEM-KEY         PIC X(10).
001230         10  CAP-ITEM-DESC        PIC X(20).
001240         10  CAP-ITEM-PRICE       PIC 9(05)V99.
001250         10  CAP-ITEM-STATUS      PIC X(01).
001260         10  CAP-ITEM-EFF-DATE    PIC 9(08).
001270     05  CAP-ACTION               PIC X(01).
001280     05  FILLER                   PIC X(09).
001290*
001300*----------------------------------------------------------------
001310* SCREEN FIELD EDIT AREA - THE KEYED VALUES, LOW-VALUES FOLDED
001320* TO SPACES, WITH NUMERIC VIEWS OF THE PRICE AND DATE.
001330*----------------------------------------------------------------
001340 01  WS-SCREEN-ITEM.
001350     05  WSI-KEY                 PIC X(10).
001360     05  WSI-DESC                PIC X(20).
001370     05  WSI-PRICE               PIC X(07).
001380     05  WSI-PRICE-N REDEFINES WSI-PRICE
001390                                 PIC 9(05)V99.
001400     05  WSI-STATUS              PIC X(01).
001410         88  WSI-STATUS-VALID            VALUE "A" "S" "D".
001420     05  WSI-EFF-DATE            PIC X(08).
001430     05  WSI-EFF-DATE-N REDEFINES WSI-EFF-DATE
001440                                 PIC 9(08).
001450     05  FILLER REDEFINES WSI-EFF-DATE.
001460         10  WSI-EFF-CCYY        PIC 9(04).
001470         10  WSI-EFF-MM          PIC 9(02).
001480             88  WSI-EFF-MM-VALID        VALUE 01 THRU 12.
001490         10  WSI-EFF-DD          PIC 9(02).
001500*
001510*----------------------------------------------------------------
001520* SYMBOLIC MAP FOR MAP BUGONL1 OF MAPSET BUGONLM - KEEP IN STEP
001530* WITH THE DFHMDF FIELDS IN BUGONLM, IN THEIR ORDER ON THE MAP
001540* (CLERK, AT ROW 1, COMES FIRST).
001550*----------------------------------------------------------------
001560 01  BUGONL1I.
001570     05  FILLER                  PIC X(12).
001580     05  CLERKL                  PIC S9(04)  COMP.
001590     05  CLERKF                  PIC X(01).
001600     05  FILLER REDEFINES CLERKF.
001610         10  CLERKA              PIC X(01).
001620     05  CLERKI                  PIC X(08).
001630     05  ITKEYL                  PIC S9(04)  COMP.
001640     05  ITKEYF                  PIC X(01).
001650     05  FILLER REDEFINES ITKEYF.
001660         10  ITKEYA              PIC X(01).
001670     05  ITKEYI                  PIC X(10).
001680     05  ITDESCL                 PIC S9(04)  COMP.
001690     05  ITDESCF                 PIC X(01).
001700     05  FILLER REDEFINES ITDESCF.
001710         10  ITDESCA             PIC X(01).
001720     05  ITDESCI                 PIC X(20).
001730     05  ITPRICEL                PIC S9(04)  COMP.
001740     05  ITPRICEF                PIC X(01).
001750     05  FILLER REDEFINES ITPRICEF.
001760         10  ITPRICEA            PIC X(01).
001770     05  ITPRICEI                PIC X(07).
001780     05  ITSTATL                 PIC S9(04)  COMP.
001790     05  ITSTATF                 PIC X(01).
001800     05  FILLER REDEFINES ITSTATF.
001810         10  ITSTATA             PIC X(01).
001820     05  ITSTATI                 PIC X(01).
001830     05  ITEFFL                  PIC S9(04)  COMP.
001840     05  ITEFFF                  PIC X(01).
001850     05  FILLER REDEFINES ITEFFF.
001860         10  ITEFFA              PIC X(01).
001870     05  ITEFFI                  PIC X(08).
001880     05  ITBATCHL                PIC S9(04)  COMP.
001890     05  ITBATCHF                PIC X(01).
001900     05  FILLER REDEFINES ITBATCHF.
001910         10  ITBATCHA            PIC X(01).
001920     05  ITBATCHI                PIC X(08).
001930     05  MSGL                    PIC S9(04)  COMP.
001940     05  MSGF                    PIC X(01).
001950     05  FILLER REDEFINES MSGF.
001960         10  MSGA                PIC X(01).
001970     05  MSGI                    PIC X(79).
001980 01  BUGONL1O REDEFINES BUGONL1I.
001990     05  FILLER                  PIC X(12).
002000     05  FILLER                  PIC X(03).
002010     05  CLERKO                  PIC X(08).
002020     05  FILLER                  PIC X(03).
002030     05  ITKEYO                  PIC X(10).
002040     05  FILLER                  PIC X(03).
002050     05  ITDESCO                 PIC X(20).
002060     05  FILLER                  PIC X(03).
002070     05  ITPRICEO                PIC X(07).
002080     05  FILLER                  PIC X(03).
002090     05  ITSTATO                 PIC X(01).
002100     05  FILLER                  PIC X(03).
002110     05  ITEFFO                  PIC X(08).
002120     05  FILLER                  PIC X(03).
002130     05  ITBATCHO                PIC X(08).
002140     05  FILLER                  PIC X(03).
002150     05  MSGO                    PIC X(79).
002160*
002170 LINKAGE SECTION.
002180 01  DFHCOMMAREA                 PIC X(20).
002190*
002200 PROCEDURE DIVISION.
002210*----------------------------------------------------------------
002220 0000-MAINLINE.
002230*----------------------------------------------------------------
002240*    PSEUDO-CONVERSATIONAL - EACH TASK ANSWERS ONE KEYSTROKE
002250*    AND RETURNS WITH THE COMMAREA. NO COMMAREA MEANS THE
002260*    CLERK JUST TYPED BUGO: SEND THE EMPTY SCREEN.
002270*----------------------------------------------------------------
002280     EXEC CICS ASSIGN
002290         USERID(WS-USER-ID)
002300         RESP(WS-RESP)
002310     END-EXEC.
002320
002330     IF EIBCALEN = ZERO
002340         MOVE LOW-VALUES TO BUGONL1O
002350         MOVE "KEY AN ITEM AND PRESS ENTER - PF7/PF8 BROWSE, "
002360             & "PF4 ADD, PF5 CHANGE, PF6 DELETE, PF3 EXIT"
002370             TO WS-MESSAGE
002380         PERFORM 8000-SEND-SCREEN
002390             THRU 8000-EXIT
002400         PERFORM 9000-RETURN-TRANSID
002410             THRU 9000-EXIT
002420     END-IF.
002430
002440     MOVE DFHCOMMAREA TO WS-COMMAREA.
002450
002460     IF EIBAID = WS-AID-PF3
002470        OR EIBAID = WS-AID-CLEAR
002480         PERFORM 9900-END-SESSION
002490             THRU 9900-EXIT
002500     END-IF.
002510
002520     PERFORM 1000-RECEIVE-SCREEN
002530         THRU 1000-EXIT.
002540
002550     EVALUATE EIBAID
002560         WHEN WS-AID-ENTER
002570             PERFORM 2000-INQUIRE-ITEM
002580                 THRU 2000-EXIT
002590         WHEN WS-AID-PF7
002600             PERFORM 3000-BROWSE-BACK
002610                 THRU 3000-EXIT
002620         WHEN WS-AID-PF8
002630             PERFORM 3500-BROWSE-FORWARD
002640                 THRU 3500-EXIT
002650         WHEN WS-AID-PF4
002660             MOVE "A" TO WS-ACTION
002670             PERFORM 4000-CAPTURE-ACTION
002680                 THRU 4000-EXIT
002690         WHEN WS-AID-PF5
002700             MOVE "C" TO WS-ACTION
002710             PERFORM 4000-CAPTURE-ACTION
002720                 THRU 4000-EXIT
002730         WHEN WS-AID-PF6
002740             MOVE "D" TO WS-ACTION
002750             PERFORM 4000-CAPTURE-ACTION
002760                 THRU 4000-EXIT
002770         WHEN OTHER
002780             MOVE "THAT KEY IS NOT ACTIVE ON THIS SCREEN"
002790                 TO WS-MESSAGE
002800     END-EVALUATE.
002810
002820     PERFORM 8000-SEND-SCREEN
002830         THRU 8000-EXIT.
002840
002850     PERFORM 9000-RETURN-TRANSID
002860         THRU 9000-EXIT.
002870
002880     GOBACK.
002890*----------------------------------------------------------------
002900 1000-RECEIVE-SCREEN.
002910*----------------------------------------------------------------
002920*    PICK UP WHAT IS ON THE SCREEN. EVERY INPUT FIELD IS SENT
002930*    WITH FSET, SO THE WHOLE IMAGE COMES BACK EVEN WHEN THE
002940*    CLERK TOUCHED ONLY ONE FIELD; MAPFAIL (NOTHING AT ALL
002950*    RETURNED) IS TREATED AS AN EMPTY SCREEN.
002960*----------------------------------------------------------------
002970     MOVE LOW-VALUES TO BUGONL1I.
002980
002990     EXEC CICS RECEIVE
003000         MAP('BUGONL1')
003010         MAPSET('BUGONLM')
003020         INTO(BUGONL1I)
003030         RESP(WS-RESP)
003040     END-EXEC.
003050
003060     IF WS-RESP NOT = DFHRESP(NORMAL)
003070        AND WS-RESP NOT = DFHRESP(MAPFAIL)
003080         MOVE "RECEIVE MAP FAILED - RESP" TO WS-MESSAGE
003090         PERFORM 9800-ABORT-TASK
003100             THRU 9800-EXIT
003110     END-IF.
003120
003130     MOVE ITKEYI   TO WSI-KEY.
003140     MOVE ITDESCI  TO WSI-DESC.
003150     MOVE ITPRICEI TO WSI-PRICE.
003160     MOVE ITSTATI  TO WSI-STATUS.
003170     MOVE ITEFFI   TO WSI-EFF-DATE.
003180
003190     INSPECT WS-SCREEN-ITEM
003200         REPLACING ALL LOW-VALUE BY SPACE.
003210*----------------------------------------------------------------
003220 1000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250 2000-INQUIRE-ITEM.
003260*----------------------------------------------------------------
003270*    DIRECT READ BY THE KEY ON THE SCREEN. A KEY NOT ON FILE
003280*    LEAVES THE KEYED FIELDS IN PLACE SO THE CLERK CAN GO ON
003290*    TO ADD IT.
003300*----------------------------------------------------------------
003310     IF WSI-KEY = SPACES
003320         MOVE "KEY AN ITEM KEY, OR USE PF7/PF8 TO BROWSE"
003330             TO WS-MESSAGE
003340         GO TO 2000-EXIT
003350     END-IF.
003360
003370     MOVE WSI-KEY TO WS-RID-KEY.
003380
003390     EXEC CICS READ
003400         FILE('ITEMMSTR')
003410         INTO(ITEM-MASTER-REC)
003420         RIDFLD(WS-RID-KEY)
003430         RESP(WS-RESP)
003440     END-EXEC.
003450
003460     EVALUATE WS-RESP
003470         WHEN DFHRESP(NORMAL)
003480             PERFORM 7000-SHOW-ITEM
003490                 THRU 7000-EXIT
003500             MOVE "ITEM DISPLAYED - VALUES AS OF THE LAST "
003510                 & "NIGHTLY LOAD" TO WS-MESSAGE
003520         WHEN DFHRESP(NOTFND)
003530             MOVE SPACES TO CA-LAST-KEY
003540             PERFORM 7100-SHOW-KEYED
003550                 THRU 7100-EXIT
003560             MOVE "ITEM IS NOT ON THE MASTER - FILL IN THE "
003570                 & "FIELDS AND PRESS PF4 TO ADD IT" TO WS-MESSAGE
003580         WHEN OTHER
003590             MOVE "ITEM MASTER READ FAILED - RESP" TO WS-MESSAGE
003600             PERFORM 9800-ABORT-TASK
003610                 THRU 9800-EXIT
003620     END-EVALUATE.
003630*----------------------------------------------------------------
003640 2000-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670 3000-BROWSE-BACK.
003680*----------------------------------------------------------------
003690*    SHOW THE ITEM BEFORE THE KEY ON THE SCREEN (THE LAST ITEM
003700*    ON FILE WHEN THE KEY IS BLANK). THE BROWSE STARTS AT OR
003710*    AFTER THAT KEY AND READS BACKWARD PAST ANYTHING NOT LOWER
003720*    - A START BEYOND THE LAST KEY REPOSITIONS AT END OF FILE
003730*    WITH A HIGH-VALUES KEY, WHICH IS HOW CICS READS BACKWARD
003740*    FROM THE END. A KEY NOT ON FILE LEAVES THE BROWSE ON THE
003750*    NEXT HIGHER ITEM, WHICH THE FIRST READPREV CANNOT FIND BY
003760*    THE KEYED VALUE - 3100 PICKS THAT ITEM UP WITH A READNEXT
003770*    AND READS BACKWARD FROM THERE.
003780*----------------------------------------------------------------
003790     MOVE "N" TO WS-BROWSE-END-SW.
003800     MOVE "Y" TO WS-FIRST-READ-SW.
003810
003820     IF WSI-KEY = SPACES
003830         MOVE HIGH-VALUES TO WS-BROWSE-FROM-KEY
003840     ELSE
003850         MOVE WSI-KEY TO WS-BROWSE-FROM-KEY
003860     END-IF.
003870
003880     MOVE WS-BROWSE-FROM-KEY TO WS-RID-KEY.
003890
003900     EXEC CICS STARTBR
003910         FILE('ITEMMSTR')
003920         RIDFLD(WS-RID-KEY)
003930         GTEQ
003940         RESP(WS-RESP)
003950     END-EXEC.
003960
003970     IF WS-RESP = DFHRESP(NOTFND)
003980         MOVE HIGH-VALUES TO WS-RID-KEY
003990         EXEC CICS STARTBR
004000             FILE('ITEMMSTR')
004010             RIDFLD(WS-RID-KEY)
004020             GTEQ
004030             RESP(WS-RESP)
004040         END-EXEC
004050     END-IF.
004060
004070     IF WS-RESP NOT = DFHRESP(NORMAL)
004080         MOVE "ITEM MASTER BROWSE FAILED - RESP" TO WS-MESSAGE
004090         PERFORM 9800-ABORT-TASK
004100             THRU 9800-EXIT
004110     END-IF.
004120
004130     MOVE HIGH-VALUES TO IM-ITEM-KEY.
004140
004150     PERFORM 3100-READ-PREV-ONE
004160         THRU 3100-EXIT
004170         UNTIL WS-BROWSE-END
004180            OR IM-ITEM-KEY < WS-BROWSE-FROM-KEY.
004190
004200     EXEC CICS ENDBR
004210         FILE('ITEMMSTR')
004220         RESP(WS-RESP)
004230     END-EXEC.
004240
004250     IF WS-BROWSE-END
004260         MOVE "START OF FILE - NO ITEM BEFORE THIS KEY"
004270             TO WS-MESSAGE
004280         PERFORM 7100-SHOW-KEYED
004290             THRU 7100-EXIT
004300     ELSE
004310         PERFORM 7000-SHOW-ITEM
004320             THRU 7000-EXIT
004330         MOVE "PREVIOUS ITEM - PF7 BACK, PF8 FORWARD"
004340             TO WS-MESSAGE
004350     END-IF.
004360*----------------------------------------------------------------
004370 3000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400 3100-READ-PREV-ONE.
004410*----------------------------------------------------------------
004420     EXEC CICS READPREV
004430         FILE('ITEMMSTR')
004440         INTO(ITEM-MASTER-REC)
004450         RIDFLD(WS-RID-KEY)
004460         RESP(WS-RESP)
004470     END-EXEC.
004480
004490     EVALUATE TRUE
004500         WHEN WS-RESP = DFHRESP(NORMAL)
004510             CONTINUE
004520         WHEN WS-RESP = DFHRESP(ENDFILE)
004530             MOVE "Y" TO WS-BROWSE-END-SW
004540         WHEN WS-RESP = DFHRESP(NOTFND)
004550          AND WS-FIRST-READ
004560             PERFORM 3110-READ-POSITIONED
004570                 THRU 3110-EXIT
004580         WHEN OTHER
004590             MOVE "ITEM MASTER READPREV FAILED - RESP"
004600                 TO WS-MESSAGE
004610             PERFORM 9800-ABORT-TASK
004620                 THRU 9800-EXIT
004630     END-EVALUATE.
004640
004650     MOVE "N" TO WS-FIRST-READ-SW.
004660*----------------------------------------------------------------
004670 3100-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700 3110-READ-POSITIONED.
004710*----------------------------------------------------------------
004720*    THE KEY ON THE SCREEN IS NOT ON FILE. READ FORWARD ONCE TO
004730*    THE ITEM THE BROWSE IS SITTING ON; IT IS HIGHER THAN THE
004740*    SCREEN KEY, SO THE NEXT READPREV (WHICH RETURNS IT AGAIN)
004750*    AND THE ONE AFTER CARRY THE BROWSE BACK PAST IT.
004760*----------------------------------------------------------------
004770     EXEC CICS READNEXT
004780         FILE('ITEMMSTR')
004790         INTO(ITEM-MASTER-REC)
004800         RIDFLD(WS-RID-KEY)
004810         RESP(WS-RESP)
004820     END-EXEC.
004830
004840     IF WS-RESP NOT = DFHRESP(NORMAL)
004850         MOVE "ITEM MASTER READNEXT FAILED - RESP" TO WS-MESSAGE
004860         PERFORM 9800-ABORT-TASK
004870             THRU 9800-EXIT
004880     END-IF.
004890*----------------------------------------------------------------
004900 3110-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930 3500-BROWSE-FORWARD.
004940*----------------------------------------------------------------
004950*    SHOW THE ITEM AFTER THE KEY ON THE SCREEN (THE FIRST ITEM
004960*    ON FILE WHEN THE KEY IS BLANK).
004970*----------------------------------------------------------------
004980     MOVE "N" TO WS-BROWSE-END-SW.
004990
005000     IF WSI-KEY = SPACES
005010         MOVE LOW-VALUES TO WS-BROWSE-FROM-KEY
005020     ELSE
005030         MOVE WSI-KEY TO WS-BROWSE-FROM-KEY
005040     END-IF.
005050
005060     MOVE WS-BROWSE-FROM-KEY TO WS-RID-KEY.
005070
005080     EXEC CICS STARTBR
005090         FILE('ITEMMSTR')
005100         RIDFLD(WS-RID-KEY)
005110         GTEQ
005120         RESP(WS-RESP)
005130     END-EXEC.
005140
005150     IF WS-RESP = DFHRESP(NOTFND)
005160         MOVE "END OF FILE - NO ITEM AFTER THIS KEY"
005170             TO WS-MESSAGE
005180         PERFORM 7100-SHOW-KEYED
005190             THRU 7100-EXIT
005200         GO TO 3500-EXIT
005210     END-IF.
005220
005230     IF WS-RESP NOT = DFHRESP(NORMAL)
005240         MOVE "ITEM MASTER BROWSE FAILED - RESP" TO WS-MESSAGE
005250         PERFORM 9800-ABORT-TASK
005260             THRU 9800-EXIT
005270     END-IF.
005280
005290     MOVE LOW-VALUES TO IM-ITEM-KEY.
005300
005310     PERFORM 3600-READ-NEXT-ONE
005320         THRU 3600-EXIT
005330         UNTIL WS-BROWSE-END
005340            OR IM-ITEM-KEY > WS-BROWSE-FROM-KEY.
005350
005360     EXEC CICS ENDBR
005370         FILE('ITEMMSTR')
005380         RESP(WS-RESP)
005390     END-EXEC.
005400
005410     IF WS-BROWSE-END
005420         MOVE "END OF FILE - NO ITEM AFTER THIS KEY"
005430             TO WS-MESSAGE
005440         PERFORM 7100-SHOW-KEYED
005450             THRU 7100-EXIT
005460     ELSE
005470         PERFORM 7000-SHOW-ITEM
005480             THRU 7000-EXIT
005490         MOVE "NEXT ITEM - PF7 BACK, PF8 FORWARD"
005500             TO WS-MESSAGE
005510     END-IF.
005520*----------------------------------------------------------------
005530 3500-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560 3600-READ-NEXT-ONE.
005570*----------------------------------------------------------------
005580     EXEC CICS READNEXT
005590         FILE('ITEMMSTR')
005600         INTO(ITEM-MASTER-REC)
005610         RIDFLD(WS-RID-KEY)
005620         RESP(WS-RESP)
005630     END-EXEC.
005640
005650     EVALUATE WS-RESP
005660         WHEN DFHRESP(NORMAL)
005670             CONTINUE
005680         WHEN DFHRESP(ENDFILE)
005690             MOVE "Y" TO WS-BROWSE-END-SW
005700         WHEN OTHER
005710             MOVE "ITEM MASTER READNEXT FAILED - RESP"
005720                 TO WS-MESSAGE
005730             PERFORM 9800-ABORT-TASK
005740                 THRU 9800-EXIT
005750     END-EVALUATE.
005760*----------------------------------------------------------------
005770 3600-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800 4000-CAPTURE-ACTION.
005810*----------------------------------------------------------------
005820*    CAPTURE AN ADD, CHANGE, OR DELETE FOR TONIGHT'S LOAD. THE
005830*    SCREEN IMAGE IS THE FULL REPLACEMENT ITEM, EXACTLY AS A
005840*    DETAIL CARD WOULD CARRY IT; A DELETE NEEDS ONLY ITS KEY,
005850*    SO ITS OTHER FIELDS ARE NOT EDITED (THE LOAD TREATS A
005860*    DELETE THE SAME WAY). WHETHER THE KEY IS ON FILE IS LEFT
005870*    TO THE LOAD - AN ADD KEYED HERE THIS MORNING AND CHANGED
005880*    THIS AFTERNOON IS NOT ON THE MASTER YET, BUT IS PERFECTLY
005890*    GOOD IN THE ORDER THE NIGHT APPLIES THEM.
005900*----------------------------------------------------------------
005910     EVALUATE TRUE
005920         WHEN WS-ACTION-ADD
005930             MOVE "ADD"    TO WS-ACTION-NAME
005940         WHEN WS-ACTION-CHANGE
005950             MOVE "CHANGE" TO WS-ACTION-NAME
005960         WHEN OTHER
005970             MOVE "DELETE" TO WS-ACTION-NAME
005980     END-EVALUATE.
005990
006000     PERFORM 4100-EDIT-SCREEN-ITEM
006010         THRU 4100-EXIT.
006020
006030     IF WS-EDIT-ERR
006040         PERFORM 7100-SHOW-KEYED
006050             THRU 7100-EXIT
006060         GO TO 4000-EXIT
006070     END-IF.
006080
006090     EXEC CICS ASKTIME
006100         ABSTIME(WS-ABSTIME)
006110     END-EXEC.
006120
006130     EXEC CICS FORMATTIME
006140         ABSTIME(WS-ABSTIME)
006150         YYMMDD(WS-FMT-DATE)
006160         TIME(WS-FMT-TIME)
006170     END-EXEC.
006180
006190     MOVE SPACES      TO CAPTURE-REC.
006200     MOVE WS-USER-ID  TO CAP-USER-ID.
006210     MOVE WS-FMT-DATE TO CAP-DATE.
006220     MOVE WS-FMT-TIME TO CAP-TIME.
006230     MOVE EIBTRMID    TO CAP-TERM-ID.
006240     MOVE WSI-KEY     TO CAP-ITEM-KEY.
006250     MOVE WS-ACTION   TO CAP-ACTION.
006260
006270     IF WS-ACTION-DELETE
006280         MOVE ZEROS TO CAP-ITEM-PRICE
006290                       CAP-ITEM-EFF-DATE
006300     ELSE
006310         MOVE WSI-DESC       TO CAP-ITEM-DESC
006320         MOVE WSI-PRICE-N    TO CAP-ITEM-PRICE
006330         MOVE WSI-STATUS     TO CAP-ITEM-STATUS
006340         MOVE WSI-EFF-DATE-N TO CAP-ITEM-EFF-DATE
006350     END-IF.
006360
006370     EXEC CICS WRITE
006380         FILE('ONLCAP')
006390         FROM(CAPTURE-REC)
006400         RIDFLD(WS-CAP-RBA)
006410         RBA
006420         RESP(WS-RESP)
006430     END-EXEC.
006440
006450     IF WS-RESP = DFHRESP(NOTOPEN)
006460        OR WS-RESP = DFHRESP(DISABLED)
006470         PERFORM 7100-SHOW-KEYED
006480             THRU 7100-EXIT
006490         MOVE "MAINTENANCE UNAVAILABLE DURING THE BATCH WINDOW - "
006500             & "TRY LATER" TO WS-MESSAGE
006510         GO TO 4000-EXIT
006520     END-IF.
006530
006540     IF WS-RESP NOT = DFHRESP(NORMAL)
006550         MOVE "CAPTURE FILE WRITE FAILED - RESP" TO WS-MESSAGE
006560         PERFORM 9800-ABORT-TASK
006570             THRU 9800-EXIT
006580     END-IF.
006590
006600     PERFORM 7100-SHOW-KEYED
006610         THRU 7100-EXIT.
006620
006630     STRING WS-ACTION-NAME    DELIMITED BY SPACE
006640            " OF "            DELIMITED BY SIZE
006650            WSI-KEY           DELIMITED BY SPACE
006660            " CAPTURED FOR TONIGHTS RUN UNDER BATCH "
006670                              DELIMITED BY SIZE
006680            WS-USER-ID        DELIMITED BY SPACE
006690         INTO WS-MESSAGE.
006700*----------------------------------------------------------------
006710 4000-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 4100-EDIT-SCREEN-ITEM.
006750*----------------------------------------------------------------
006760*    THE FACE-VALUE EDITS - THE FIRST FAILURE SETS THE MESSAGE
006770*    AND THE REST ARE NOT ATTEMPTED, IN THE SAME ORDER THE
006780*    LOAD'S FIELD EDITS RUN.
006790*----------------------------------------------------------------
006800     MOVE "N"    TO WS-EDIT-ERR-SW.
006810     MOVE SPACES TO WS-MESSAGE.
006820
006830     IF WSI-KEY = SPACES
006840         MOVE "Y" TO WS-EDIT-ERR-SW
006850         MOVE "AN ITEM KEY IS REQUIRED" TO WS-MESSAGE
006860         GO TO 4100-EXIT
006870     END-IF.
006880
006890     IF WS-ACTION-DELETE
006900         GO TO 4100-EXIT
006910     END-IF.
006920
006930     IF WSI-PRICE-N NOT NUMERIC
006940         MOVE "Y" TO WS-EDIT-ERR-SW
006950         MOVE "PRICE MUST BE 7 DIGITS, NO DECIMAL POINT "
006960             & "(0001250 = 12.50)" TO WS-MESSAGE
006970         GO TO 4100-EXIT
006980     END-IF.
006990
007000     IF NOT WSI-STATUS-VALID
007010         MOVE "Y" TO WS-EDIT-ERR-SW
007020         MOVE "STATUS MUST BE A (ACTIVE), S (SUSPENDED), OR "
007030             & "D (DISCONTINUED)" TO WS-MESSAGE
007040         GO TO 4100-EXIT
007050     END-IF.
007060
007070     IF WSI-EFF-DATE-N NOT NUMERIC
007080        OR NOT WSI-EFF-MM-VALID
007090        OR WSI-EFF-DD = ZEROS
007100        OR WSI-EFF-DD > 31
007110         MOVE "Y" TO WS-EDIT-ERR-SW
007120         MOVE "EFFECTIVE DATE MUST BE CCYYMMDD" TO WS-MESSAGE
007130     END-IF.
007140*----------------------------------------------------------------
007150 4100-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180 7000-SHOW-ITEM.
007190*----------------------------------------------------------------
007200*    LOAD THE OUTPUT MAP FROM THE MASTER RECORD JUST READ AND
007210*    REMEMBER ITS KEY FOR THE NEXT TASK.
007220*----------------------------------------------------------------
007230     MOVE LOW-VALUES       TO BUGONL1O.
007240     MOVE IM-ITEM-KEY      TO ITKEYO
007250                              CA-LAST-KEY.
007260     MOVE IM-ITEM-DESC     TO ITDESCO.
007270     MOVE IM-ITEM-PRICE    TO WSI-PRICE-N.
007280     MOVE WSI-PRICE        TO ITPRICEO.
007290     MOVE IM-ITEM-STATUS   TO ITSTATO.
007300     MOVE IM-ITEM-EFF-DATE TO WSI-EFF-DATE-N.
007310     MOVE WSI-EFF-DATE     TO ITEFFO.
007320     MOVE IM-BATCH-ID      TO ITBATCHO.
007330*----------------------------------------------------------------
007340 7000-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370 7100-SHOW-KEYED.
007380*----------------------------------------------------------------
007390*    SEND BACK WHAT THE CLERK KEYED, UNCHANGED.
007400*----------------------------------------------------------------
007410     MOVE LOW-VALUES   TO BUGONL1O.
007420     MOVE WSI-KEY      TO ITKEYO.
007430     MOVE WSI-DESC     TO ITDESCO.
007440     MOVE WSI-PRICE    TO ITPRICEO.
007450     MOVE WSI-STATUS   TO ITSTATO.
007460     MOVE WSI-EFF-DATE TO ITEFFO.
007470*----------------------------------------------------------------
007480 7100-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510 8000-SEND-SCREEN.
007520*----------------------------------------------------------------
007530     MOVE WS-USER-ID TO CLERKO.
007540     MOVE WS-MESSAGE TO MSGO.
007550     MOVE -1         TO ITKEYL.
007560
007570     EXEC CICS SEND
007580         MAP('BUGONL1')
007590         MAPSET('BUGONLM')
007600         FROM(BUGONL1O)
007610         ERASE
007620         CURSOR
007630         RESP(WS-RESP)
007640     END-EXEC.
007650*----------------------------------------------------------------
007660 8000-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------
007690 9000-RETURN-TRANSID.
007700*----------------------------------------------------------------
007710     EXEC CICS RETURN
007720         TRANSID('BUGO')
007730         COMMAREA(WS-COMMAREA)
007740         LENGTH(LENGTH OF WS-COMMAREA)
007750     END-EXEC.
007760*----------------------------------------------------------------
007770 9000-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------
007800 9800-ABORT-TASK.
007810*----------------------------------------------------------------
007820*    AN UNEXPECTED CICS RESPONSE - SHOW IT TO THE CLERK WITH
007830*    THE RESP VALUE AND END THE CONVERSATION SO THE SCREEN IS
007840*    NOT LEFT HALF-UPDATED.
007850*----------------------------------------------------------------
007860     MOVE WS-RESP TO WS-RESP-DSP.
007870
007880     STRING WS-MESSAGE        DELIMITED BY "  "
007890            " "               DELIMITED BY SIZE
007900            WS-RESP-DSP       DELIMITED BY SIZE
007910            " - CALL BATCH SUPPORT"
007920                              DELIMITED BY SIZE
007930         INTO MSGO.
007940
007950     EXEC CICS SEND
007960         TEXT
007970         FROM(MSGO)
007980         LENGTH(LENGTH OF MSGO)
007990         ERASE
008000         FREEKB
008010     END-EXEC.
008020
008030     EXEC CICS RETURN
008040     END-EXEC.
008050*----------------------------------------------------------------
008060 9800-EXIT.
008070     EXIT.
008080*----------------------------------------------------------------
008090 9900-END-SESSION.
008100*----------------------------------------------------------------
008110     MOVE "BUGO ITEM INQUIRY/MAINTENANCE ENDED" TO WS-MESSAGE.
008120
008130     EXEC CICS SEND
008140         TEXT
008150         FROM(WS-MESSAGE)
008160         LENGTH(LENGTH OF WS-MESSAGE)
008170         ERASE
008180         FREEKB
008190     END-EXEC.
008200
008210     EXEC CICS RETURN
008220     END-EXEC.
008230*----------------------------------------------------------------
008240 9900-EXIT.
008250     EXIT.
