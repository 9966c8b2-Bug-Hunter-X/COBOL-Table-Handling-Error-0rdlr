003240*                 STEP ROLLS IT AFTER A CLEAN NIGHT. A CARD
003250*                 THAT RELEASED TONIGHT IS GONE TOMORROW -
003260*                 "BYPASSED ONCE" NOW HOLDS.
003270* 2026-10-07  RH  ADDED THE SENDING-OFFICE REGISTRY CHECK. THE
003280*                 REGISTERED-SENDER FILE (OFFICES - BATCH ID,
003290*                 EXPECTED SEND DAYS MONDAY THROUGH SUNDAY,
003300*                 CONTACT, ACTIVE FLAG) IS LOADED AT STARTUP
003310*                 AND EVERY HEADER'S BATCH ID IS LOOKED UP AS
003320*                 THE BATCH OPENS. A BATCH ID THAT IS NOT ON
003330*                 THE REGISTRY, OR IS REGISTERED INACTIVE, IS
003340*                 HELD WHOLE AT ITS TRAILER THROUGH THE SAME
003350*                 2700 QUARANTINE PATH AS A REJECT-RATE
003360*                 FAILURE, SO IT CARRIES FORWARD AND RELEASES
003370*                 EXACTLY THE SAME WAY ONCE THE OFFICE IS
003380*                 REGISTERED. THE SUITE'S OWN PSEUDO-BATCHES
003390*                 (RECYCLE, RELEASE, OVERRIDE) ARE EXEMPT.
003400*                 AN ACTIVE OFFICE DUE ON TONIGHT'S DAY OF
003410*                 WEEK THAT SENT NO HEADER IS LISTED IN A NEW
003420*                 REGISTRY SECTION OF THE DAILY OPERATIONS
003430*                 REPORT AND RAISES RC=04. EACH NIGHT ALSO
003440*                 APPENDS ITS PER-BATCH RESULTS, REJECTS BY
003450*                 REASON CODE, AND MISSING OFFICES TO THE NEW
003460*                 OFFICE LOG (OFFLOG) THAT THE MONTHLY BUGSCR
003470*                 SCORECARD READS. A MISSING OR EMPTY REGISTRY
003480*                 SKIPS THE CHECK WITH A WARNING (RC=04)
003490*                 RATHER THAN HOLDING EVERY BATCH.
003500* 2026-10-08  RH  EVERY DETAIL AN OFFICE SENT IS NOW RECORDED
003510*                 WITH ITS FATE ON A NEW ACKNOWLEDGMENT WORK
003520*                 FILE (ACKWK) - APPLIED, REJECTED WITH ITS
003530*                 REASON CODE, SUSPENDED ON PRICE TOLERANCE, OR
003540*                 HELD WITH ITS BATCH (QUARANTINE OR UNREGISTERED
003550*                 OFFICE) - FOLLOWED BY ONE SUMMARY RECORD PER
003560*                 BATCH CARRYING ITS HEADER COUNT AND TRAILER
003570*                 HASH. THE NEW BUGACK STEP TURNS IT INTO THE
003580*                 PER-OFFICE ACKNOWLEDGMENT RETURN FILE. THE
003590*                 SUITE'S OWN PSEUDO-BATCHES ARE NOT RECORDED.
003600* 2026-10-09  RH  THE DAILY OPERATIONS REPORT NOW CARRIES A POS
003610*                 PRICE-BOOK TRANSMISSIONS SECTION. THE POS
003620*                 TRANSMISSION LOG (POSLOG) THE BUGPOS STEP
003630*                 APPENDS TO IS RECONCILED AGAINST THE STORES'
003640*                 RETURNED ACKNOWLEDGMENTS (POSACK), AND ANY
003650*                 TRANSMISSION FROM THE LAST 30 DAYS THE STORES
003660*                 HAVE NOT ACCEPTED - NO ACKNOWLEDGMENT, REJECTED,
003670*                 HELD ON A SEQUENCE GAP, OR ACCEPTED WITH A COUNT
003680*                 OR HASH THAT DOES NOT MATCH WHAT WAS SENT - IS
003690*                 LISTED AND RAISES RC=04, AS IS AN ACKNOWLEDGMENT
003700*                 FOR A SEQUENCE NUMBER NEVER SENT.
003710* 2026-10-15  RH  THE MONEY HASH AS THE OFFICE SENT IT, WHICH THE
003720*                 FRONT-END EDIT NOW CARRIES ON THE CLEAN TRAILER
003730*                 BESIDE THE RECOMPUTED ONE, IS PASSED TO THE
003740*                 ACKNOWLEDGMENT WORK FILE'S BATCH SUMMARY SO THE
003750*                 ACKNOWLEDGMENT TIES TO THE OFFICE'S OWN FIGURE.
003760*----------------------------------------------------------------
003770 ENVIRONMENT DIVISION.
003780 CONFIGURATION SECTION.
003790 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003810 SPECIAL-NAMES.
003820     C01 IS TOP-OF-PAGE.
003830 INPUT-OUTPUT SECTION.
003840 FILE-CONTROL.
003850     SELECT PARM-FILE
003860         ASSIGN TO PARMFILE
003870         ORGANIZATION IS SEQUENTIAL.
003880*
003890     SELECT ITEM-INPUT-FILE
003900         ASSIGN TO ITEMIN
003910         ORGANIZATION IS SEQUENTIAL.
003920*
003930     SELECT ITEM-MASTER-FILE
003940         ASSIGN TO ITEMMSTR
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS DYNAMIC
003970         RECORD KEY IS IM-ITEM-KEY
003980         FILE STATUS IS WS-MASTER-FS.
003990*
004000     SELECT PRIOR-MASTER-FILE
004010         ASSIGN TO PRIORMST
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS WS-PRIOR-FS.
004040*
004050     SELECT BATCH-WORK-FILE
004060         ASSIGN TO BATCHWK
004070         ORGANIZATION IS SEQUENTIAL.
004080*
004090     SELECT SORT-FILE
004100         ASSIGN TO SORTWK.
004110*
004120     SELECT REJECT-FILE
004130         ASSIGN TO REJECTF
004140         ORGANIZATION IS SEQUENTIAL.
004150*
004160     SELECT QUARANTINE-IN-FILE
004170         ASSIGN TO QUARIN
004180         ORGANIZATION IS SEQUENTIAL
004190         FILE STATUS IS WS-QUARIN-FS.
004200*
004210     SELECT QUARANTINE-FILE
004220         ASSIGN TO QUAROUT
004230         ORGANIZATION IS SEQUENTIAL.
004240*
004250     SELECT REPORT-FILE
004260         ASSIGN TO RPTFILE
004270         ORGANIZATION IS SEQUENTIAL.
004280*
004290     SELECT AUDIT-FILE
004300         ASSIGN TO AUDITF
004310         ORGANIZATION IS SEQUENTIAL.
004320*
004330     SELECT HISTORY-FILE
004340         ASSIGN TO HISTF
004350         ORGANIZATION IS SEQUENTIAL.
004360*
004370     SELECT HIST-WORK-FILE
004380         ASSIGN TO HISTWK
004390         ORGANIZATION IS SEQUENTIAL.
004400*
004410     SELECT SUSPENSE-IN-FILE
004420         ASSIGN TO SUSPIN
004430         ORGANIZATION IS SEQUENTIAL
004440         FILE STATUS IS WS-SUSPIN-FS.
004450*
004460     SELECT SUSPENSE-OUT-FILE
004470         ASSIGN TO SUSPOUT
004480         ORGANIZATION IS SEQUENTIAL.
004490*
004500     SELECT OVERRIDE-FILE
004510         ASSIGN TO OVERIN
004520         ORGANIZATION IS SEQUENTIAL
004530         FILE STATUS IS WS-OVER-FS.
004540*
004550     SELECT OVERRIDE-OUT-FILE
004560         ASSIGN TO OVROUT
004570         ORGANIZATION IS SEQUENTIAL.
004580*
004590     SELECT RUN-CONTROL-FILE
004600         ASSIGN TO RUNCTL
004610         ORGANIZATION IS SEQUENTIAL.
004620*
004630     SELECT OFFICE-FILE
004640         ASSIGN TO OFFICES
004650         ORGANIZATION IS SEQUENTIAL
004660         FILE STATUS IS WS-OFFICE-FS.
004670*
004680     SELECT OFFICE-LOG-FILE
004690         ASSIGN TO OFFLOG
004700         ORGANIZATION IS SEQUENTIAL.
004710*
004720     SELECT ACK-WORK-FILE
004730         ASSIGN TO ACKWK
004740         ORGANIZATION IS SEQUENTIAL.
004750*
004760     SELECT POS-LOG-FILE
004770         ASSIGN TO POSLOG
004780         ORGANIZATION IS SEQUENTIAL
004790         FILE STATUS IS WS-POSLOG-FS.
004800*
004810     SELECT POS-ACK-FILE
004820         ASSIGN TO POSACK
004830         ORGANIZATION IS SEQUENTIAL
004840         FILE STATUS IS WS-POSACK-FS.
004850*
004860 DATA DIVISION.
004870 FILE SECTION.
004880 FD  PARM-FILE
004890     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
004910 01  PARM-REC.
004920     05  PARM-TABLE-CAPACITY     PIC 9(05).
004930     05  PARM-INQUIRY-KEY        PIC X(10).
004940     05  PARM-RUN-MODE           PIC X(01).
004950         88  PARM-MODE-FULL                  VALUE "F" " ".
004960         88  PARM-MODE-MAINT                 VALUE "M".
004970     05  PARM-REJECT-THRESH      PIC 9(03).
004980     05  PARM-TOL-PCT            PIC 9(03).
004990     05  PARM-SANITY-CEIL        PIC 9(05)V99.
005000     05  FILLER                  PIC X(51).
005010*
005020 FD  ITEM-INPUT-FILE
005030     RECORDING MODE IS F
005040     LABEL RECORDS ARE STANDARD.
005050 01  ITEM-INPUT-REC.
005060     05  II-REC-TYPE             PIC X(01).
005070         88  II-HEADER                       VALUE "H".
005080         88  II-DETAIL                       VALUE "D".
005090         88  II-TRAILER                      VALUE "T".
005100     05  II-REC-BODY              PIC X(79).
005110     05  II-CONTROL-BODY REDEFINES II-REC-BODY.
005120         10  II-CONTROL-COUNT     PIC 9(05).
005130         10  II-BATCH-ID          PIC X(08).
005140         10  II-CONTROL-AMOUNT    PIC 9(09)V99.
005150         10  II-OFFICE-AMOUNT     PIC 9(09)V99.
005160         10  II-OFFICE-AMT-SW     PIC X(01).
005170             88  II-OFFICE-AMT-SENT          VALUE "Y".
005180         10  FILLER               PIC X(43).
005190     05  II-DETAIL-BODY REDEFINES II-REC-BODY.
005200         10  II-DETAIL-ITEM.
005210             15  II-DETAIL-KEY        PIC X(10).
005220             15  II-DETAIL-DESC       PIC X(20).
005230             15  II-DETAIL-PRICE      PIC 9(05)V99.
005240             15  II-DETAIL-STATUS     PIC X(01).
005250                 88  II-STATUS-VALID          VALUE "A" "S" "D".
005260             15  II-DETAIL-EFF-DATE   PIC 9(08).
005270             15  FILLER REDEFINES II-DETAIL-EFF-DATE.
005280                 20  II-EFF-CCYY      PIC 9(04).
005290                 20  II-EFF-MM        PIC 9(02).
005300                     88  II-EFF-MM-VALID      VALUE 01 THRU 12.
005310                 20  II-EFF-DD        PIC 9(02).
005320         10  II-DETAIL-ACTION         PIC X(01).
005330             88  II-ACTION-ADD                VALUE "A".
005340             88  II-ACTION-CHANGE             VALUE "C".
005350             88  II-ACTION-DELETE             VALUE "D".
005360         10  FILLER                   PIC X(32).
005370*
005380 FD  ITEM-MASTER-FILE
005390     LABEL RECORDS ARE STANDARD.
005400 01  ITEM-MASTER-REC.
005410     05  IM-ITEM.
005420         10  IM-ITEM-KEY         PIC X(10).
005430         10  IM-ITEM-DESC        PIC X(20).
005440         10  IM-ITEM-PRICE       PIC 9(05)V99.
005450         10  IM-ITEM-STATUS      PIC X(01).
005460         10  IM-ITEM-EFF-DATE    PIC 9(08).
005470     05  IM-BATCH-ID             PIC X(08).
005480     05  FILLER                  PIC X(26).
005490*
005500 FD  PRIOR-MASTER-FILE
005510     RECORDING MODE IS F
005520     LABEL RECORDS ARE STANDARD.
005530 01  PRIOR-MASTER-REC.
005540     05  PM-ITEM.
005550         10  PM-ITEM-KEY         PIC X(10).
005560         10  PM-ITEM-DESC        PIC X(20).
005570         10  PM-ITEM-PRICE       PIC 9(05)V99.
005580         10  PM-ITEM-STATUS      PIC X(01).
005590         10  PM-ITEM-EFF-DATE    PIC 9(08).
005600     05  PM-BATCH-ID             PIC X(08).
005610     05  FILLER                  PIC X(26).
005620*
005630 FD  BATCH-WORK-FILE
005640     RECORDING MODE IS F
005650     LABEL RECORDS ARE STANDARD.
005660 01  BATCH-WORK-REC.
005670     05  BW-DISP                  PIC X(01).
005680         88  BW-GOOD                      VALUE "G".
005690         88  BW-REJECTED                  VALUE "R".
005700     05  BW-REASON                PIC X(09).
005710     05  BW-SEQ                   PIC 9(07).
005720     05  BW-RAW                   PIC X(80).
005730     05  BW-RAW-FLDS REDEFINES BW-RAW.
005740         10  FILLER               PIC X(01).
005750         10  BW-RAW-ITEM.
005760             15  BW-RAW-KEY       PIC X(10).
005770             15  FILLER           PIC X(36).
005780         10  BW-RAW-ACTION       PIC X(01).
005790         10  FILLER               PIC X(32).
005800     05  FILLER                   PIC X(03).
005810*
005820 SD  SORT-FILE.
005830 01  SORT-REC.
005840     05  SRT-KEY                  PIC X(10).
005850     05  SRT-SEQ                  PIC 9(07).
005860     05  SRT-BATCH-SUB            PIC 9(03).
005870     05  SRT-RAW                  PIC X(80).
005880     05  SRT-OVERRIDE             PIC X(01).
005890         88  SRT-IS-OVERRIDE              VALUE "Y".
005900*
005910 FD  REJECT-FILE
005920     RECORDING MODE IS F
005930     LABEL RECORDS ARE STANDARD.
005940 01  REJECT-REC.
005950     05  REJ-INDEX                PIC 9(07).
005960     05  REJ-REASON               PIC X(09).
005970         88  REJ-BLANK-ENTRY               VALUE "BLANK".
005980         88  REJ-DUPLICATE-ENTRY           VALUE "DUPLICATE".
005990         88  REJ-BAD-PRICE                 VALUE "BADPRICE".
006000         88  REJ-BAD-STATUS                VALUE "BADSTATUS".
006010         88  REJ-BAD-DATE                  VALUE "BADDATE".
006020         88  REJ-ADD-EXISTS                VALUE "ADDEXISTS".
006030         88  REJ-CHG-NO-KEY                VALUE "CHGNOKEY".
006040         88  REJ-DEL-NO-KEY                VALUE "DELNOKEY".
006050         88  REJ-BAD-ACTION                VALUE "BADACTION".
006060     05  REJ-ITEM                 PIC X(46).
006070     05  REJ-ACTION               PIC X(01).
006080     05  REJ-RUN-DATE             PIC 9(06).
006090     05  REJ-BATCH-ID             PIC X(08).
006100     05  FILLER                   PIC X(03).
006110*
006120 FD  QUARANTINE-IN-FILE
006130     RECORDING MODE IS F
006140     LABEL RECORDS ARE STANDARD.
006150 01  QUARANTINE-IN-REC.
006160     05  QI-REC-TYPE              PIC X(01).
006170         88  QI-HEADER                    VALUE "H".
006180     05  QI-REC-BODY              PIC X(79).
006190     05  QI-CONTROL-BODY REDEFINES QI-REC-BODY.
006200         10  QI-CONTROL-COUNT     PIC 9(05).
006210         10  QI-BATCH-ID          PIC X(08).
006220         10  FILLER               PIC X(66).
006230*
006240 FD  QUARANTINE-FILE
006250     RECORDING MODE IS F
006260     LABEL RECORDS ARE STANDARD.
006270 01  QUARANTINE-REC               PIC X(80).
006280*
006290 FD  REPORT-FILE
006300     RECORDING MODE IS F
006310     LABEL RECORDS ARE STANDARD.
006320 01  RPT-REC                      PIC X(132).
006330*
006340 FD  AUDIT-FILE
006350     RECORDING MODE IS F
006360     LABEL RECORDS ARE STANDARD.
006370 01  AUDIT-REC.
006380     05  AUD-PROGRAM-ID           PIC X(08).
006390     05  AUD-RUN-DATE             PIC 9(06).
006400     05  AUD-RUN-TIME             PIC 9(08).
006410     05  AUD-FINAL-COUNT          PIC 9(07).
006420     05  AUD-STATUS               PIC X(01).
006430         88  AUD-RUN-OK                   VALUE "S".
006440         88  AUD-RUN-FAILED               VALUE "F".
006450     05  AUD-CAPACITY             PIC 9(05).
006460     05  FILLER                   PIC X(35).
006470*
006480 FD  HISTORY-FILE
006490     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006510 01  HISTORY-REC                  PIC X(120).
006520*
006530 FD  HIST-WORK-FILE
006540     RECORDING MODE IS F
006550     LABEL RECORDS ARE STANDARD.
006560 01  HIST-WORK-REC                PIC X(120).
006570*
006580 FD  SUSPENSE-IN-FILE
006590     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006610 01  SUSPENSE-IN-REC.
006620     05  SI-ITEM-KEY              PIC X(10).
006630     05  SI-RUN-DATE              PIC 9(06).
006640     05  SI-BATCH-ID              PIC X(08).
006650     05  SI-ACTION                PIC X(01).
006660     05  SI-OLD-PRICE             PIC 9(05)V99.
006670     05  SI-NEW-PRICE             PIC 9(05)V99.
006680     05  SI-VAR-PCT               PIC 9(05).
006690     05  SI-ITEM                  PIC X(46).
006700     05  FILLER                   PIC X(10).
006710*
006720 FD  SUSPENSE-OUT-FILE
006730     RECORDING MODE IS F
006740     LABEL RECORDS ARE STANDARD.
006750 01  SUSPENSE-OUT-REC.
006760     05  SU-ITEM-KEY              PIC X(10).
006770     05  SU-RUN-DATE              PIC 9(06).
006780     05  SU-BATCH-ID              PIC X(08).
006790     05  SU-ACTION                PIC X(01).
006800     05  SU-OLD-PRICE             PIC 9(05)V99.
006810     05  SU-NEW-PRICE             PIC 9(05)V99.
006820     05  SU-VAR-PCT               PIC 9(05).
006830     05  SU-ITEM                  PIC X(46).
006840     05  FILLER                   PIC X(10).
006850*
006860 FD  OVERRIDE-FILE
006870     RECORDING MODE IS F
006880     LABEL RECORDS ARE STANDARD.
006890 01  OVERRIDE-REC.
006900     05  OVR-ITEM-KEY             PIC X(10).
006910     05  OVR-APPROVER             PIC X(08).
006920     05  FILLER                   PIC X(62).
006930*
006940 FD  OVERRIDE-OUT-FILE
006950     RECORDING MODE IS F
006960     LABEL RECORDS ARE STANDARD.
006970 01  OVERRIDE-OUT-REC.
006980     05  OVO-ITEM-KEY             PIC X(10).
006990     05  OVO-APPROVER             PIC X(08).
007000     05  FILLER                   PIC X(62).
007010*
007020 FD  RUN-CONTROL-FILE
007030     RECORDING MODE IS F
007040     LABEL RECORDS ARE STANDARD.
007050 01  RUN-CONTROL-REC.
007060     05  RCL-JOB-NAME             PIC X(08).
007070     05  RCL-PROGRAM              PIC X(08).
007080     05  RCL-EVENT                PIC X(05).
007090     05  RCL-RUN-DATE             PIC 9(06).
007100     05  RCL-RUN-TIME             PIC 9(08).
007110     05  RCL-RETURN-CODE          PIC 9(03).
007120     05  FILLER                   PIC X(42).
007130*
007140 FD  OFFICE-FILE
007150     RECORDING MODE IS F
007160     LABEL RECORDS ARE STANDARD.
007170 01  OFFICE-REC.
007180     05  OFC-BATCH-ID             PIC X(08).
007190     05  OFC-SEND-DAYS            PIC X(07).
007200     05  OFC-CONTACT              PIC X(30).
007210     05  OFC-ACTIVE               PIC X(01).
007220         88  OFC-IS-ACTIVE                VALUE "Y".
007230     05  FILLER                   PIC X(34).
007240*
007250 FD  OFFICE-LOG-FILE
007260     RECORDING MODE IS F
007270     LABEL RECORDS ARE STANDARD.
007280 01  OFFICE-LOG-REC.
007290     05  OFL-RUN-DATE             PIC 9(06).
007300     05  OFL-BATCH-ID             PIC X(08).
007310     05  OFL-REC-TYPE             PIC X(01).
007320         88  OFL-NIGHT-HEADER             VALUE "N".
007330         88  OFL-BATCH-RECEIVED           VALUE "B".
007340         88  OFL-OFFICE-MISSING           VALUE "M".
007350         88  OFL-REJECT-REASON            VALUE "R".
007360     05  OFL-REC-BODY             PIC X(65).
007370     05  OFL-NIGHT-BODY REDEFINES OFL-REC-BODY.
007380         10  OFL-RUN-TIME         PIC 9(08).
007390         10  OFL-RUN-DOW          PIC 9(01).
007400         10  FILLER               PIC X(56).
007410     05  OFL-BATCH-BODY REDEFINES OFL-REC-BODY.
007420         10  OFL-DUE-SW           PIC X(01).
007430         10  OFL-DISPOSITION      PIC X(01).
007440         10  OFL-DETAIL-COUNT     PIC 9(07).
007450         10  OFL-APPLIED          PIC 9(07).
007460         10  OFL-REJECTED         PIC 9(07).
007470         10  OFL-SUSPENDED        PIC 9(07).
007480         10  FILLER               PIC X(35).
007490     05  OFL-REASON-BODY REDEFINES OFL-REC-BODY.
007500         10  OFL-REASON           PIC X(09).
007510         10  OFL-REASON-COUNT     PIC 9(07).
007520         10  FILLER               PIC X(49).
007530*
007540 FD  ACK-WORK-FILE
007550     RECORDING MODE IS F
007560     LABEL RECORDS ARE STANDARD.
007570 01  ACK-WORK-REC                 PIC X(100).
007580*
007590*----------------------------------------------------------------
007600* POS TRANSMISSION LOG (WRITTEN BY BUGPOS, SAME LAYOUT) AND THE
007610* STORES' RETURNED ACKNOWLEDGMENTS, ONE PER TRANSMISSION REPORT.
007620* PA-STATUS IS A (LOADED), R (REJECTED), OR G (HELD BECAUSE AN
007630* EARLIER SEQUENCE NUMBER NEVER ARRIVED); PA-REC-COUNT AND
007640* PA-PRICE-HASH ARE THE TRAILER FIGURES AS THE STORES RECEIVED
007650* THEM.
007660*----------------------------------------------------------------
007670 FD  POS-LOG-FILE
007680     RECORDING MODE IS F
007690     LABEL RECORDS ARE STANDARD.
007700 01  POS-LOG-REC.
007710     05  PL-SEQ                   PIC 9(07).
007720     05  PL-RUN-DATE              PIC 9(06).
007730     05  PL-SENT-DATE             PIC 9(06).
007740     05  PL-SENT-TIME             PIC 9(08).
007750     05  PL-REC-COUNT             PIC 9(07).
007760     05  PL-PRICE-HASH            PIC 9(11)V99.
007770     05  PL-ADDS                  PIC 9(07).
007780     05  PL-CHANGES               PIC 9(07).
007790     05  PL-DELETES               PIC 9(07).
007800     05  FILLER                   PIC X(12).
007810*
007820 FD  POS-ACK-FILE
007830     RECORDING MODE IS F
007840     LABEL RECORDS ARE STANDARD.
007850 01  POS-ACK-REC.
007860     05  PA-SEQ                   PIC 9(07).
007870     05  PA-RUN-DATE              PIC 9(06).
007880     05  PA-STATUS                PIC X(01).
007890         88  PA-LOADED                    VALUE "A".
007900         88  PA-REJECTED                  VALUE "R".
007910         88  PA-SEQ-GAP                   VALUE "G".
007920     05  PA-REC-COUNT             PIC 9(07).
007930     05  PA-PRICE-HASH            PIC 9(11)V99.
007940     05  PA-ACK-DATE              PIC 9(06).
007950     05  FILLER                   PIC X(40).
007960*
007970 WORKING-STORAGE SECTION.
007980*----------------------------------------------------------------
007990* SWITCHES AND COUNTERS
008000*----------------------------------------------------------------
008010 01  WS-SWITCHES.
008020     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
008030         88  WS-PARM-EOF                     VALUE "Y".
008040     05  WS-INPUT-EOF-SW         PIC X(01)   VALUE "N".
008050         88  WS-INPUT-EOF                    VALUE "Y".
008060     05  WS-SORT-EOF-SW          PIC X(01)   VALUE "N".
008070         88  WS-SORT-EOF                     VALUE "Y".
008080     05  WS-PRIOR-EOF-SW         PIC X(01)   VALUE "N".
008090         88  WS-PRIOR-EOF                    VALUE "Y".
008100     05  WS-BW-EOF-SW            PIC X(01)   VALUE "N".
008110         88  WS-BW-EOF                       VALUE "Y".
008120     05  WS-HW-EOF-SW            PIC X(01)   VALUE "N".
008130         88  WS-HW-EOF                       VALUE "Y".
008140     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
008150         88  WS-MASTER-EOF                   VALUE "Y".
008160     05  WS-FIELD-ERR-SW         PIC X(01)   VALUE "N".
008170         88  WS-FIELD-ERR                    VALUE "Y".
008180     05  WS-IN-BATCH-SW          PIC X(01)   VALUE "N".
008190         88  WS-IN-BATCH                     VALUE "Y".
008200     05  WS-CUR-EXISTS-SW        PIC X(01)   VALUE "N".
008210         88  WS-CUR-EXISTS                   VALUE "Y".
008220     05  WS-MASTER-FS            PIC X(02)   VALUE "00".
008230         88  WS-MASTER-FS-OK                 VALUE "00".
008240         88  WS-MASTER-NOT-FOUND             VALUE "35".
008250     05  WS-PRIOR-FS             PIC X(02)   VALUE "00".
008260         88  WS-PRIOR-FS-OK                  VALUE "00".
008270         88  WS-PRIOR-NOT-FOUND              VALUE "35".
008280     05  WS-QUARIN-EOF-SW        PIC X(01)   VALUE "N".
008290         88  WS-QUARIN-EOF                   VALUE "Y".
008300     05  WS-QUARIN-FS            PIC X(02)   VALUE "00".
008310         88  WS-QUARIN-FS-OK                 VALUE "00".
008320         88  WS-QUARIN-NOT-FOUND             VALUE "35".
008330     05  WS-QUAR-KEEP-SW         PIC X(01)   VALUE "N".
008340         88  WS-QUAR-KEEP                    VALUE "Y".
008350     05  WS-SUSPIN-EOF-SW        PIC X(01)   VALUE "N".
008360         88  WS-SUSPIN-EOF                   VALUE "Y".
008370     05  WS-OVER-EOF-SW          PIC X(01)   VALUE "N".
008380         88  WS-OVER-EOF                     VALUE "Y".
008390     05  WS-SUSPIN-FS            PIC X(02)   VALUE "00".
008400         88  WS-SUSPIN-FS-OK                 VALUE "00".
008410         88  WS-SUSPIN-NOT-FOUND             VALUE "35".
008420     05  WS-OVER-FS              PIC X(02)   VALUE "00".
008430         88  WS-OVER-FS-OK                   VALUE "00".
008440         88  WS-OVER-NOT-FOUND               VALUE "35".
008450     05  WS-SUSPEND-SW           PIC X(01)   VALUE "N".
008460         88  WS-SUSPEND-THIS                 VALUE "Y".
008470     05  WS-RUN-MODE             PIC X(01)   VALUE "F".
008480         88  WS-FULL-MODE                    VALUE "F".
008490         88  WS-MAINT-MODE                   VALUE "M".
008500     05  WS-OFFICE-EOF-SW        PIC X(01)   VALUE "N".
008510         88  WS-OFFICE-EOF                   VALUE "Y".
008520     05  WS-OFFICE-FS            PIC X(02)   VALUE "00".
008530         88  WS-OFFICE-FS-OK                 VALUE "00".
008540         88  WS-OFFICE-NOT-FOUND             VALUE "35".
008550     05  WS-REGISTRY-SW          PIC X(01)   VALUE "N".
008560         88  WS-REGISTRY-LOADED              VALUE "Y".
008570     05  WS-POSLOG-EOF-SW        PIC X(01)   VALUE "N".
008580         88  WS-POSLOG-EOF                   VALUE "Y".
008590     05  WS-POSACK-EOF-SW        PIC X(01)   VALUE "N".
008600         88  WS-POSACK-EOF                   VALUE "Y".
008610     05  WS-POSLOG-FS            PIC X(02)   VALUE "00".
008620         88  WS-POSLOG-FS-OK                 VALUE "00".
008630         88  WS-POSLOG-NOT-FOUND             VALUE "35".
008640     05  WS-POSACK-FS            PIC X(02)   VALUE "00".
008650         88  WS-POSACK-FS-OK                 VALUE "00".
008660         88  WS-POSACK-NOT-FOUND             VALUE "35".
008670     05  WS-POS-CHECKED-SW       PIC X(01)   VALUE "N".
008680         88  WS-POS-CHECKED                  VALUE "Y".
008690*
008700 01  WS-AREA.
008710     05  WS-COUNT                PIC 9(07)   VALUE ZEROS.
008720     05  WS-MAX-ITEMS            PIC 9(05)   VALUE ZEROS.
008730     05  WS-EXPECTED-COUNT       PIC 9(07)   VALUE ZEROS.
008740     05  WS-READ-COUNT           PIC 9(07)   VALUE ZEROS.
008750     05  WS-REJECT-COUNT         PIC 9(07)   VALUE ZEROS.
008760     05  WS-APPLIED-COUNT        PIC 9(07)   VALUE ZEROS.
008770     05  WS-RELEASED-COUNT       PIC 9(07)   VALUE ZEROS.
008780     05  WS-HISTORY-COUNT        PIC 9(07)   VALUE ZEROS.
008790     05  WS-LIST-COUNT           PIC 9(07)   VALUE ZEROS.
008800     05  WS-INQUIRY-KEY          PIC X(10)   VALUE SPACES.
008810     05  WS-RUN-DATE             PIC 9(06)   VALUE ZEROS.
008820     05  WS-RUN-TIME             PIC 9(08)   VALUE ZEROS.
008830     05  WS-TOTAL-PROCESSED      PIC 9(07)   VALUE ZEROS.
008840     05  WS-REJECT-THRESH        PIC 9(03)   VALUE ZEROS.
008850     05  WS-EXP-AMT-TOTAL        PIC 9(11)V99 VALUE ZEROS.
008860     05  WS-CMP-AMT-TOTAL        PIC 9(11)V99 VALUE ZEROS.
008870     05  WS-QUAR-DETAIL-COUNT    PIC 9(07)   VALUE ZEROS.
008880     05  WS-QUAR-BATCH-COUNT     PIC 9(03)   VALUE ZEROS.
008890     05  WS-QUAR-CARRIED-BATS    PIC 9(03)   VALUE ZEROS.
008900     05  WS-QUAR-DROPPED-BATS    PIC 9(03)   VALUE ZEROS.
008910     05  WS-REJ-BAT-SUB          PIC 9(03)   VALUE ZEROS.
008920     05  WS-AUDIT-STATUS         PIC X(01)   VALUE "S".
008930         88  WS-AUDIT-RUN-OK                 VALUE "S".
008940         88  WS-AUDIT-RUN-FAILED             VALUE "F".
008950     05  WS-EDIT-REASON          PIC X(09)   VALUE SPACES.
008960     05  WS-TOL-PCT              PIC 9(03)   VALUE ZEROS.
008970     05  WS-SANITY-CEIL          PIC 9(05)V99 VALUE ZEROS.
008980     05  WS-SUSPEND-COUNT        PIC 9(07)   VALUE ZEROS.
008990     05  WS-SUSP-CARRIED-COUNT   PIC 9(07)   VALUE ZEROS.
009000     05  WS-OVR-RELEASED-COUNT   PIC 9(07)   VALUE ZEROS.
009010     05  WS-OVR-UNMATCH-COUNT    PIC 9(03)   VALUE ZEROS.
009020     05  WS-PRICE-DIFF           PIC 9(05)V99 VALUE ZEROS.
009030     05  WS-VAR-PCT              PIC 9(05)   VALUE ZEROS.
009040     05  WS-OVR-SUB              PIC 9(03)   VALUE ZEROS.
009050     05  WS-OVR-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
009060     05  WS-OVR-BATCH-SUB        PIC 9(03)   VALUE ZEROS.
009070     05  WS-SUSP-SUB             PIC 9(03)   VALUE ZEROS.
009080     05  WS-RUN-DOW              PIC 9(01)   VALUE ZEROS.
009090     05  WS-DOW-QUOT             PIC 9(07)   VALUE ZEROS.
009100     05  WS-DOW-REM              PIC 9(01)   VALUE ZEROS.
009110     05  WS-UNREG-COUNT          PIC 9(03)   VALUE ZEROS.
009120     05  WS-OFC-MISSING-COUNT    PIC 9(03)   VALUE ZEROS.
009130     05  WS-ACK-BAT-SUB          PIC 9(03)   VALUE ZEROS.
009140     05  WS-ACK-COUNT            PIC 9(07)   VALUE ZEROS.
009150     05  WS-ACK-DISP             PIC X(01)   VALUE SPACES.
009160*
009170*----------------------------------------------------------------
009180* MERGE STATE - THE KEY GROUP BEING APPLIED AND THE CURRENT
009190* ITEM IMAGE IT WORKS ON. IN MAINTENANCE MODE THE IMAGE STARTS
009200* FROM THE PRIOR MASTER RECORD WITH THE SAME KEY (WHEN ONE
009210* EXISTS) AND EACH A/C/D TRANSACTION RESHAPES OR REMOVES IT;
009220* WHATEVER SURVIVES THE GROUP IS WRITTEN TO THE NEW MASTER.
009230*----------------------------------------------------------------
009240 01  WS-MERGE-AREA.
009250     05  WS-CUR-KEY              PIC X(10)   VALUE SPACES.
009260     05  WS-CUR-ITEM             PIC X(46)   VALUE SPACES.
009270     05  WS-CUR-ITEM-FLDS REDEFINES WS-CUR-ITEM.
009280         10  CUR-ITEM-KEY        PIC X(10).
009290         10  CUR-ITEM-DESC       PIC X(20).
009300         10  CUR-ITEM-PRICE      PIC 9(05)V99.
009310         10  CUR-ITEM-STATUS     PIC X(01).
009320         10  CUR-ITEM-EFF-DATE   PIC 9(08).
009330     05  WS-CUR-BATCH-TAG        PIC X(08)   VALUE SPACES.
009340*
009350 01  WS-TXN-REC.
009360     05  TXN-REC-TYPE            PIC X(01).
009370     05  TXN-REC-BODY            PIC X(79).
009380     05  TXN-DETAIL-BODY REDEFINES TXN-REC-BODY.
009390         10  TXN-DETAIL-ITEM.
009400             15  TXN-ITEM-KEY    PIC X(10).
009410             15  TXN-ITEM-DESC   PIC X(20).
009420             15  TXN-ITEM-PRICE  PIC 9(05)V99.
009430             15  TXN-ITEM-STATUS PIC X(01).
009440             15  TXN-ITEM-EFF-DATE
009450                                 PIC 9(08).
009460         10  TXN-DETAIL-ACTION   PIC X(01).
009470             88  TXN-ACTION-ADD               VALUE "A".
009480             88  TXN-ACTION-CHANGE            VALUE "C".
009490             88  TXN-ACTION-DELETE            VALUE "D".
009500         10  FILLER              PIC X(32).
009510*
009520*----------------------------------------------------------------
009530* CHANGE-HISTORY BUILD AREA - STAGED ON HIST-WORK-FILE DURING
009540* THE MERGE AND APPENDED TO THE PERMANENT HISTORY FILE ONLY
009550* AFTER THE NEW MASTER HAS CLOSED CLEAN, SO AN ABENDED MERGE
009560* NEVER LEAVES HISTORY FOR A MASTER THAT WAS NEVER KEPT.
009570*----------------------------------------------------------------
009580 01  WS-HIST-REC.
009590     05  WSH-ITEM-KEY             PIC X(10).
009600     05  WSH-RUN-DATE             PIC 9(06).
009610     05  WSH-BATCH-ID             PIC X(08).
009620     05  WSH-ACTION               PIC X(01).
009630     05  WSH-OLD-ITEM             PIC X(46).
009640     05  WSH-NEW-ITEM             PIC X(46).
009650     05  FILLER                   PIC X(03)  VALUE SPACES.
009660*
009670*----------------------------------------------------------------
009680* ACKNOWLEDGMENT BUILD AREA - ONE "D" RECORD PER DETAIL AN
009690* OFFICE SENT, WRITTEN WHERE ITS FATE IS DECIDED (2450 REJECT,
009700* 2710 HELD WITH ITS BATCH, 4200 APPLIED, 4270 SUSPENDED), AND
009710* ONE "B" SUMMARY PER BATCH AT THE END OF THE RUN. BUGACK
009720* BUILDS THE OFFICES' RETURN FILE FROM IT.
009730*----------------------------------------------------------------
009740 01  WS-ACK-REC.
009750     05  WSA-REC-TYPE             PIC X(01).
009760         88  WSA-DETAIL                   VALUE "D".
009770         88  WSA-BATCH-SUMMARY            VALUE "B".
009780     05  WSA-BAT-SUB              PIC 9(03).
009790     05  WSA-BATCH-ID             PIC X(08).
009800     05  WSA-RUN-DATE             PIC 9(06).
009810     05  WSA-REC-BODY             PIC X(82).
009820     05  WSA-DETAIL-BODY REDEFINES WSA-REC-BODY.
009830         10  WSA-SEQ              PIC 9(07).
009840         10  WSA-ACTION           PIC X(01).
009850         10  WSA-DISP             PIC X(01).
009860             88  WSA-DISP-APPLIED         VALUE "A".
009870             88  WSA-DISP-REJECTED        VALUE "R".
009880             88  WSA-DISP-SUSPENDED       VALUE "S".
009890             88  WSA-DISP-QUARANTINED     VALUE "Q".
009900             88  WSA-DISP-UNREGISTERED    VALUE "U".
009910         10  WSA-REASON           PIC X(09).
009920         10  WSA-ITEM             PIC X(46).
009930         10  FILLER               PIC X(18).
009940     05  WSA-BATCH-BODY REDEFINES WSA-REC-BODY.
009950         10  WSA-EXPECTED         PIC 9(05).
009960         10  WSA-EXP-AMOUNT       PIC 9(09)V99.
009970         10  WSA-DETAIL-COUNT     PIC 9(07).
009980         10  WSA-COMP-AMOUNT      PIC 9(09)V99.
009990         10  WSA-BAT-DISP         PIC X(01).
010000         10  WSA-OFFICE-AMOUNT    PIC 9(09)V99.
010010         10  WSA-OFFICE-AMT-SW    PIC X(01).
010020         10  FILLER               PIC X(35).
010030*
010040*----------------------------------------------------------------
010050* PER-BATCH CONTROL TOTALS - ONE ENTRY PER H/D.../T BATCH GROUP
010060* ON ITEM-INPUT-FILE, CARRYING THE HEADER'S BATCH IDENTIFIER AND
010070* EXPECTED COUNT PLUS THE COUNTS AND AMOUNTS ACTUALLY OBSERVED.
010080* BAT-REJECTED COUNTS THE FIELD-EDIT REJECTS DURING PHASE ONE -
010090* WHERE THE TRAILER QUARANTINE DECISION READS IT - AND THE
010100* MERGE-PHASE REJECTS ON TOP OF THEM AFTERWARD.
010110*----------------------------------------------------------------
010120 01  WS-BATCH-AREA.
010130     05  WS-BATCH-COUNT          PIC 9(03)   VALUE ZEROS.
010140     05  WS-CUR-BATCH            PIC 9(03)   VALUE ZEROS.
010150     05  WS-BAT-SUB              PIC 9(03)   VALUE ZEROS.
010160     05  WS-BATCH-TBL.
010170         10  WS-BATCH-ENTRY OCCURS 100 TIMES.
010180             15  BAT-ID              PIC X(08).
010190             15  BAT-EXPECTED        PIC 9(05).
010200             15  BAT-DETAIL-COUNT    PIC 9(07).
010210             15  BAT-REJECTED        PIC 9(07).
010220             15  BAT-APPLIED         PIC 9(07).
010230             15  BAT-TRAILER-ERR-SW  PIC X(01).
010240                 88  BAT-TRAILER-ERR         VALUE "Y".
010250             15  BAT-QUARANTINED-SW  PIC X(01).
010260                 88  BAT-QUARANTINED         VALUE "Y".
010270             15  BAT-EXP-AMOUNT      PIC 9(09)V99.
010280             15  BAT-COMP-AMOUNT     PIC 9(09)V99.
010290             15  BAT-OFFICE-AMOUNT   PIC 9(09)V99.
010300             15  BAT-OFFICE-AMT-SW   PIC X(01).
010310             15  BAT-AMOUNT-ERR-SW   PIC X(01).
010320                 88  BAT-AMOUNT-ERR          VALUE "Y".
010330             15  BAT-SUSPENDED       PIC 9(07).
010340             15  BAT-REG-STATUS      PIC X(01).
010350                 88  BAT-REGISTERED          VALUE "R".
010360                 88  BAT-UNREGISTERED        VALUE "U".
010370                 88  BAT-SUITE-BATCH         VALUE "X".
010380             15  BAT-DUE-SW          PIC X(01).
010390                 88  BAT-DUE-TONIGHT         VALUE "Y".
010400*
010410*----------------------------------------------------------------
010420* THE OPEN BATCH'S RAW HEADER IMAGE, KEPT SO A TRAILER-TIME
010430* QUARANTINE CAN WRITE THE WHOLE BATCH TO QUARANTINE-FILE
010440* EXACTLY AS IT ARRIVED. THE DETAIL IMAGES THEMSELVES NOW LIVE
010450* ON THE BATCHWK WORK FILE, NOT IN CORE, SO A BATCH IS AS BIG
010460* AS ITS DISK SPACE.
010470*----------------------------------------------------------------
010480 01  WS-QUA-HEADER-IMAGE         PIC X(80)   VALUE SPACES.
010490*
010500*----------------------------------------------------------------
010510* REJECT SUMMARY BY REASON CODE - ACCUMULATED AS EACH REJECT IS
010520* WRITTEN SO THE DAILY OPERATIONS REPORT CAN SHOW HOW MANY OF
010530* EACH REASON THE RUN PRODUCED WITHOUT RE-READING REJECT-FILE.
010540*----------------------------------------------------------------
010550*----------------------------------------------------------------
010560* SUPERVISOR OVERRIDE TABLE - THE OVERIN CARDS, EACH NAMING AN
010570* ITEM KEY WHOSE SUSPENDED TRANSACTION IS APPROVED TO APPLY
010580* THIS RUN, AND THE APPROVER WHO SIGNED IT. AN UNUSED CARD IS
010590* REPORTED - IT NAMES NOTHING ON THE SUSPENSE FILE.
010600*----------------------------------------------------------------
010610 01  WS-OVERRIDE-AREA.
010620     05  WS-OVR-COUNT            PIC 9(03)   VALUE ZEROS.
010630     05  WS-OVR-TBL.
010640         10  WS-OVR-ENTRY OCCURS 200 TIMES.
010650             15  OVT-KEY             PIC X(10).
010660             15  OVT-APPROVER        PIC X(08).
010670             15  OVT-USED-SW         PIC X(01).
010680                 88  OVT-USED                VALUE "Y".
010690*
010700*----------------------------------------------------------------
010710* THE RUN'S NEW SUSPENSIONS, KEPT FOR THE DAILY OPERATIONS
010720* REPORT SECTION. THE SUSPENSE FILE ITSELF IS THE RECORD OF
010730* TRUTH - THIS TABLE ONLY FEEDS THE PRINT AND TRUNCATES PAST
010740* 200 LINES WITH A NOTE.
010750*----------------------------------------------------------------
010760 01  WS-SUSP-RPT-AREA.
010770     05  WS-SUSP-RPT-COUNT       PIC 9(03)   VALUE ZEROS.
010780     05  WS-SUSP-RPT-TBL.
010790         10  WS-SUSP-RPT-ENTRY OCCURS 200 TIMES.
010800             15  SRL-KEY             PIC X(10).
010810             15  SRL-ACTION          PIC X(01).
010820             15  SRL-OLD-PRICE       PIC 9(05)V99.
010830             15  SRL-NEW-PRICE       PIC 9(05)V99.
010840             15  SRL-VAR-PCT         PIC 9(05).
010850*
010860 01  WS-REASON-AREA.
010870     05  WS-REASON-COUNT         PIC 9(02)   VALUE ZEROS.
010880     05  WS-REA-SUB              PIC 9(02)   VALUE ZEROS.
010890     05  WS-REA-FOUND-SUB        PIC 9(02)   VALUE ZEROS.
010900     05  WS-REASON-TBL.
010910         10  WS-REASON-ENTRY OCCURS 10 TIMES.
010920             15  REA-CODE            PIC X(09).
010930             15  REA-COUNT           PIC 9(05).
010940*
010950*----------------------------------------------------------------
010960* SENDING-OFFICE REGISTRY - ONE ENTRY PER REGISTERED BATCH ID,
010970* LOADED FROM OFFICE-FILE AT STARTUP. OFT-SEND-DAY IS INDEXED
010980* MONDAY (1) THROUGH SUNDAY (7); OFT-DUE-SW IS SET AT LOAD TIME
010990* FROM TONIGHT'S DAY OF WEEK AND OFT-RECEIVED-SW WHEN A HEADER
011000* FOR THE BATCH ID ARRIVES.
011010*----------------------------------------------------------------
011020 01  WS-OFFICE-AREA.
011030     05  WS-OFC-COUNT            PIC 9(03)   VALUE ZEROS.
011040     05  WS-OFC-SUB              PIC 9(03)   VALUE ZEROS.
011050     05  WS-OFC-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
011060     05  WS-OFC-TBL.
011070         10  WS-OFC-ENTRY OCCURS 200 TIMES.
011080             15  OFT-ID              PIC X(08).
011090             15  OFT-SEND-DAYS       PIC X(07).
011100             15  OFT-SEND-DAY REDEFINES OFT-SEND-DAYS
011110                                     PIC X(01) OCCURS 7 TIMES.
011120             15  OFT-CONTACT         PIC X(30).
011130             15  OFT-ACTIVE-SW       PIC X(01).
011140                 88  OFT-ACTIVE              VALUE "Y".
011150             15  OFT-DUE-SW          PIC X(01).
011160                 88  OFT-DUE-TONIGHT         VALUE "Y".
011170             15  OFT-RECEIVED-SW     PIC X(01).
011180                 88  OFT-RECEIVED            VALUE "Y".
011190*
011200*----------------------------------------------------------------
011210* REJECTS BY BATCH AND REASON CODE - ACCUMULATED IN 2450 NEXT TO
011220* THE RUN-WIDE REASON SUMMARY SO THE OFFICE LOG CAN CARRY EACH
011230* OFFICE'S REJECT MIX FOR THE MONTHLY SCORECARD.
011240*----------------------------------------------------------------
011250 01  WS-BATREA-AREA.
011260     05  WS-BATREA-COUNT         PIC 9(03)   VALUE ZEROS.
011270     05  WS-BRA-SUB              PIC 9(03)   VALUE ZEROS.
011280     05  WS-BRA-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
011290     05  WS-BATREA-TBL.
011300         10  WS-BATREA-ENTRY OCCURS 500 TIMES.
011310             15  BRA-BAT-SUB         PIC 9(03).
011320             15  BRA-CODE            PIC X(09).
011330             15  BRA-COUNT           PIC 9(07).
011340*
011350*----------------------------------------------------------------
011360* POS TRANSMISSIONS UNDER RECONCILIATION - EVERY LOGGED
011370* TRANSMISSION FROM BEFORE TONIGHT AND WITHIN THE LAST
011380* WS-POS-WINDOW DAYS, WITH THE LATEST STORE ACKNOWLEDGMENT
011390* FOUND FOR IT. PLT-ACK-STATUS IS SPACE (NONE), A (LOADED AND
011400* TIES), M (LOADED BUT COUNT OR HASH DIFFERS), R (REJECTED) OR
011410* G (HELD ON A SEQUENCE GAP). ANYTHING BUT A IS REPORTED.
011420*----------------------------------------------------------------
011430 01  WS-POS-AREA.
011440     05  WS-POS-WINDOW           PIC 9(03)   VALUE 30.
011450     05  WS-POS-TODAY-DAYS       PIC 9(07)   VALUE ZEROS.
011460     05  WS-POS-HIGH-SEQ         PIC 9(07)   VALUE ZEROS.
011470     05  WS-POS-LOG-READ         PIC 9(07)   VALUE ZEROS.
011480     05  WS-POS-ACK-READ         PIC 9(07)   VALUE ZEROS.
011490     05  WS-POS-OVERFLOW         PIC 9(05)   VALUE ZEROS.
011500     05  WS-POS-FLAG-COUNT       PIC 9(03)   VALUE ZEROS.
011510     05  WS-POS-STRAY-COUNT      PIC 9(05)   VALUE ZEROS.
011520     05  WS-POS-COUNT            PIC 9(03)   VALUE ZEROS.
011530     05  WS-POS-SUB              PIC 9(03)   VALUE ZEROS.
011540     05  WS-POS-FOUND-SUB        PIC 9(03)   VALUE ZEROS.
011550     05  WS-POS-TBL.
011560         10  WS-POS-ENTRY OCCURS 100 TIMES.
011570             15  PLT-SEQ             PIC 9(07).
011580             15  PLT-RUN-DATE        PIC 9(06).
011590             15  PLT-REC-COUNT       PIC 9(07).
011600             15  PLT-PRICE-HASH      PIC 9(11)V99.
011610             15  PLT-ACK-STATUS      PIC X(01).
011620                 88  PLT-ACCEPTED            VALUE "A".
011630             15  PLT-ACK-DATE        PIC 9(06).
011640*
011650*----------------------------------------------------------------
011660* DAILY OPERATIONS REPORT WORK AREAS - 132-BYTE PRINT LINES,
011670* PAGE HEADINGS USING THE TOP-OF-PAGE (C01) MNEMONIC, AND THE
011680* FIXED-COLUMN DETAIL LINE FOR THE ITEM LISTING SECTION.
011690*----------------------------------------------------------------
011700 01  WS-RPT-AREA.
011710     05  WS-RPT-PAGE             PIC 9(04)   VALUE ZEROS.
011720     05  WS-RPT-LINE-CNT         PIC 9(02)   VALUE ZEROS.
011730     05  WS-RPT-MAX-LINES        PIC 9(02)   VALUE 55.
011740     05  WS-RPT-LINE             PIC X(132)  VALUE SPACES.
011750*
011760 01  WS-RPT-H1.
011770     05  FILLER                  PIC X(10)   VALUE "BUGSOLJ".
011780     05  FILLER                  PIC X(42)
011790         VALUE "ITEM PROCESSING - DAILY OPERATIONS REPORT".
011800     05  FILLER                  PIC X(09)   VALUE "RUN DATE".
011810     05  H1-RUN-DATE             PIC 9(06).
011820     05  FILLER                  PIC X(07)   VALUE "  TIME".
011830     05  H1-RUN-TIME             PIC 9(08).
011840     05  FILLER                  PIC X(07)   VALUE "  PAGE".
011850     05  H1-PAGE                 PIC ZZZ9.
011860     05  FILLER                  PIC X(39)   VALUE SPACES.
011870*
011880 01  WS-RPT-BATCH-LINE.
011890     05  FILLER                  PIC X(05)   VALUE SPACES.
011900     05  RB-ID                   PIC X(08).
011910     05  FILLER                  PIC X(11)   VALUE "  EXPECTED".
011920     05  RB-EXPECTED             PIC 9(05).
011930     05  FILLER                  PIC X(09)   VALUE "  LOADED".
011940     05  RB-APPLIED              PIC 9(07).
011950     05  FILLER                  PIC X(11)   VALUE "  REJECTED".
011960     05  RB-REJECTED             PIC 9(07).
011970     05  FILLER                  PIC X(08)   VALUE " EXP AMT".
011980     05  RB-EXP-AMT              PIC Z(08)9.99.
011990     05  FILLER                  PIC X(08)   VALUE " CMP AMT".
012000     05  RB-CMP-AMT              PIC Z(08)9.99.
012010     05  RB-FLAG                 PIC X(29)   VALUE SPACES.
012020*
012030 01  WS-RPT-AMT-LINE.
012040     05  FILLER                  PIC X(05)   VALUE SPACES.
012050     05  FILLER                  PIC X(24)
012060         VALUE "RUN AMOUNTS - EXPECTED".
012070     05  RA-EXP-AMT              PIC Z(10)9.99.
012080     05  FILLER                  PIC X(11)   VALUE "  COMPUTED".
012090     05  RA-CMP-AMT              PIC Z(10)9.99.
012100     05  FILLER                  PIC X(64)   VALUE SPACES.
012110*
012120 01  WS-RPT-REASON-LINE.
012130     05  FILLER                  PIC X(05)   VALUE SPACES.
012140     05  RR-CODE                 PIC X(09).
012150     05  FILLER                  PIC X(03)   VALUE SPACES.
012160     05  RR-COUNT                PIC ZZ,ZZ9.
012170     05  FILLER                  PIC X(109)  VALUE SPACES.
012180*
012190 01  WS-RPT-SUSP-LINE.
012200     05  FILLER                  PIC X(05)   VALUE SPACES.
012210     05  SP-KEY                  PIC X(10).
012220     05  FILLER                  PIC X(03)   VALUE SPACES.
012230     05  SP-ACTION               PIC X(01).
012240     05  FILLER                  PIC X(11)   VALUE "  OLD PRICE".
012250     05  SP-OLD-PRICE            PIC ZZ,ZZ9.99.
012260     05  FILLER                  PIC X(11)   VALUE "  NEW PRICE".
012270     05  SP-NEW-PRICE            PIC ZZ,ZZ9.99.
012280     05  FILLER                  PIC X(11)   VALUE "  VARIANCE ".
012290     05  SP-VAR-PCT              PIC ZZZZ9.
012300     05  FILLER                  PIC X(04)   VALUE " PCT".
012310     05  FILLER                  PIC X(53)   VALUE SPACES.
012320*
012330 01  WS-RPT-SUSP-TOT-LINE.
012340     05  FILLER                  PIC X(05)   VALUE SPACES.
012350     05  FILLER                  PIC X(26)
012360         VALUE "SUSPENDED THIS RUN".
012370     05  ST-SUSPENDED            PIC 9(07).
012380     05  FILLER                  PIC X(24)
012390         VALUE "  RELEASED BY OVERRIDE".
012400     05  ST-RELEASED             PIC 9(07).
012410     05  FILLER                  PIC X(63)   VALUE SPACES.
012420*
012430 01  WS-RPT-ITEM-LINE.
012440     05  FILLER                  PIC X(02)   VALUE SPACES.
012450     05  RL-SEQ                  PIC ZZZZZZ9.
012460     05  FILLER                  PIC X(02)   VALUE SPACES.
012470     05  RL-KEY                  PIC X(10).
012480     05  FILLER                  PIC X(02)   VALUE SPACES.
012490     05  RL-DESC                 PIC X(20).
012500     05  FILLER                  PIC X(02)   VALUE SPACES.
012510     05  RL-PRICE                PIC ZZ,ZZ9.99.
012520     05  FILLER                  PIC X(04)   VALUE SPACES.
012530     05  RL-STATUS               PIC X(01).
012540     05  FILLER                  PIC X(04)   VALUE SPACES.
012550     05  RL-EFF-DATE             PIC 9(08).
012560     05  FILLER                  PIC X(03)   VALUE SPACES.
012570     05  RL-BATCH                PIC X(08).
012580     05  FILLER                  PIC X(50)   VALUE SPACES.
012590*
012600 01  WS-RPT-ITEM-HEAD.
012610     05  FILLER                  PIC X(02)   VALUE SPACES.
012620     05  FILLER                  PIC X(07)   VALUE "    NUM".
012630     05  FILLER                  PIC X(02)   VALUE SPACES.
012640     05  FILLER                  PIC X(10)   VALUE "ITEM KEY".
012650     05  FILLER                  PIC X(02)   VALUE SPACES.
012660     05  FILLER                  PIC X(20)   VALUE "DESCRIPTION".
012670     05  FILLER                  PIC X(02)   VALUE SPACES.
012680     05  FILLER                  PIC X(09)   VALUE "    PRICE".
012690     05  FILLER                  PIC X(04)   VALUE SPACES.
012700     05  FILLER                  PIC X(01)   VALUE "S".
012710     05  FILLER                  PIC X(04)   VALUE SPACES.
012720     05  FILLER                  PIC X(08)   VALUE "EFF DATE".
012730     05  FILLER                  PIC X(03)   VALUE SPACES.
012740     05  FILLER                  PIC X(08)   VALUE "BATCH".
012750     05  FILLER                  PIC X(50)   VALUE SPACES.
012760*
012770 01  WS-RPT-TOTAL-LINE.
012780     05  FILLER                  PIC X(05)   VALUE SPACES.
012790     05  FILLER                  PIC X(22)
012800         VALUE "RUN TOTALS - EXPECTED".
012810     05  RT-EXPECTED             PIC 9(07).
012820     05  FILLER                  PIC X(09)   VALUE "  LOADED".
012830     05  RT-APPLIED              PIC 9(07).
012840     05  FILLER                  PIC X(11)   VALUE "  REJECTED".
012850     05  RT-REJECTED             PIC 9(07).
012860     05  FILLER                  PIC X(13)
012870         VALUE "  QUARANTINED".
012880     05  RT-QUARANTINED          PIC 9(07).
012890     05  FILLER                  PIC X(11)   VALUE "  ON MASTER".
012900     05  RT-ON-MASTER            PIC 9(07).
012910     05  FILLER                  PIC X(26)   VALUE SPACES.
012920*
012930 01  WS-RPT-OFFICE-LINE.
012940     05  FILLER                  PIC X(05)   VALUE SPACES.
012950     05  RO-ID                   PIC X(08).
012960     05  FILLER                  PIC X(03)   VALUE SPACES.
012970     05  RO-TEXT                 PIC X(44).
012980     05  FILLER                  PIC X(09)   VALUE "CONTACT ".
012990     05  RO-CONTACT              PIC X(30).
013000     05  FILLER                  PIC X(33)   VALUE SPACES.
013010*
013020 01  WS-RPT-POS-LINE.
013030     05  FILLER                  PIC X(05)   VALUE SPACES.
013040     05  FILLER                  PIC X(04)   VALUE "SEQ ".
013050     05  RP-SEQ                  PIC 9(07).
013060     05  FILLER                  PIC X(11)   VALUE "  RUN DATE ".
013070     05  RP-RUN-DATE             PIC 9(06).
013080     05  FILLER                  PIC X(10)   VALUE "  RECORDS ".
013090     05  RP-COUNT                PIC 9(07).
013100     05  FILLER                  PIC X(07)   VALUE "  HASH ".
013110     05  RP-HASH                 PIC Z(10)9.99.
013120     05  FILLER                  PIC X(03)   VALUE SPACES.
013130     05  RP-TEXT                 PIC X(40).
013140     05  FILLER                  PIC X(18)   VALUE SPACES.
013150*
013160*----------------------------------------------------------------
013170* CALENDAR EDIT WORK AREAS - DAYS-IN-MONTH TABLE AND THE LEAP
013180* YEAR REMAINDERS USED BY THE EFFECTIVE-DATE EDIT IN 2220.
013190*----------------------------------------------------------------
013200 01  WS-MONTH-DAYS-DATA          PIC X(24)
013210         VALUE "312831303130313130313031".
013220 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DATA.
013230     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
013240                                 PIC 9(02).
013250*
013260 01  WS-DATE-EDIT-AREA.
013270     05  WS-EDIT-MAX-DD          PIC 9(02)   VALUE ZEROS.
013280     05  WS-LEAP-QUOT            PIC 9(04)   VALUE ZEROS.
013290     05  WS-LEAP-REM4            PIC 9(04)   VALUE ZEROS.
013300     05  WS-LEAP-REM100          PIC 9(04)   VALUE ZEROS.
013310     05  WS-LEAP-REM400          PIC 9(04)   VALUE ZEROS.
013320*
013330*----------------------------------------------------------------
013340* SERIAL-DAY CONVERSION FOR TONIGHT'S DAY OF WEEK - THE SAME
013350* CONVERSION BUGGAT AND BUGREP USE. THE SERIAL NUMBER MODULO 7
013360* GIVES THE DAY (REMAINDER 2 IS MONDAY, 1 IS SUNDAY).
013370*----------------------------------------------------------------
013380 01  WS-MONTH-OFFSET-DATA        PIC X(36)
013390         VALUE "000031059090120151181212243273304334".
013400 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.
013410     05  WS-MONTH-OFFSET OCCURS 12 TIMES
013420                                 PIC 9(03).
013430*
013440 01  WS-DATE-CONVERT-AREA.
013450     05  WS-CNV-DATE             PIC 9(06)   VALUE ZEROS.
013460     05  FILLER REDEFINES WS-CNV-DATE.
013470         10  WS-CNV-YY           PIC 9(02).
013480         10  WS-CNV-MM           PIC 9(02).
013490         10  WS-CNV-DD           PIC 9(02).
013500     05  WS-CNV-CCYY             PIC 9(04)   VALUE ZEROS.
013510     05  WS-CNV-DAYS             PIC 9(07)   VALUE ZEROS.
013520     05  WS-CNV-QUOT             PIC 9(04)   VALUE ZEROS.
013530     05  WS-CNV-PRIOR-YR         PIC 9(04)   VALUE ZEROS.
013540     05  WS-CNV-REM              PIC 9(04)   VALUE ZEROS.
013550     05  WS-CNV-LEAP-SW          PIC X(01)   VALUE "N".
013560         88  WS-CNV-LEAP                 VALUE "Y".
013570*
013580 PROCEDURE DIVISION.
013590*----------------------------------------------------------------
013600 0000-MAINLINE.
013610*----------------------------------------------------------------
013620     PERFORM 9100-STAMP-RUNCTL-START
013630         THRU 9100-EXIT.
013640
013650     PERFORM 1000-INITIALIZE
013660         THRU 1000-EXIT.
013670
013680     SORT SORT-FILE
013690         ON ASCENDING KEY SRT-KEY
013700                          SRT-SEQ
013710         INPUT PROCEDURE IS 2000-LOAD-PASS
013720                       THRU 2000-EXIT
013730         OUTPUT PROCEDURE IS 4000-MERGE-PASS
013740                        THRU 4000-EXIT.
013750
013760     PERFORM 3000-RECONCILE-CONTROL-TOTALS
013770         THRU 3000-EXIT.
013780
013790     PERFORM 3500-CHECK-EXPECTED-OFFICES
013800         THRU 3500-EXIT.
013810
013820     PERFORM 3600-WRITE-OFFICE-LOG
013830         THRU 3600-EXIT.
013840
013850     PERFORM 3700-WRITE-ACK-SUMMARY
013860         THRU 3700-EXIT.
013870
013880     PERFORM 3800-CHECK-POS-ACKS
013890         THRU 3800-EXIT.
013900
013910     PERFORM 4500-FLUSH-HISTORY
013920         THRU 4500-EXIT.
013930
013940     PERFORM 5000-LIST-REPORT
013950         THRU 5000-EXIT.
013960
013970     PERFORM 8000-PRINT-OPS-REPORT
013980         THRU 8000-EXIT.
013990
014000     IF WS-INQUIRY-KEY NOT = SPACES
014010         PERFORM 6000-INQUIRE-ITEM
014020             THRU 6000-EXIT
014030     END-IF.
014040
014050     DISPLAY "BUGSOL: ITEM MASTER LOAD COMPLETE".
014060
014070     PERFORM 9999-TERMINATE
014080         THRU 9999-EXIT.
014090*----------------------------------------------------------------
014100 1000-INITIALIZE.
014110*----------------------------------------------------------------
014120*    READ THE RUN-TIME PARAMETER RECORD. THE TABLE CAPACITY NO
014130*    LONGER BOUNDS THE LOAD - THE SORT-AND-MERGE IS LIMITED BY
014140*    DISK - BUT THE FIELD IS STILL REQUIRED AND IS CARRIED ON
014150*    THE AUDIT RECORD SO THE BUGAUD VOLUME TREND KEEPS ITS
014160*    BASELINE.
014170*----------------------------------------------------------------
014180     ACCEPT WS-RUN-DATE FROM DATE.
014190     ACCEPT WS-RUN-TIME FROM TIME.
014200
014210     OPEN INPUT PARM-FILE.
014220
014230     READ PARM-FILE
014240         AT END
014250             MOVE "Y" TO WS-PARM-EOF-SW.
014260
014270     IF WS-PARM-EOF
014280         DISPLAY "BUGSOL: PARM-FILE IS EMPTY - ABENDING"
014290         MOVE 16 TO RETURN-CODE
014300         CLOSE PARM-FILE
014310         MOVE "F" TO WS-AUDIT-STATUS
014320         PERFORM 7000-WRITE-AUDIT-RECORD
014330             THRU 7000-EXIT
014340         STOP RUN
014350     END-IF.
014360
014370     MOVE PARM-TABLE-CAPACITY TO WS-MAX-ITEMS.
014380     MOVE PARM-INQUIRY-KEY    TO WS-INQUIRY-KEY.
014390
014400     IF PARM-MODE-MAINT
014410         MOVE "M" TO WS-RUN-MODE
014420     ELSE
014430         IF NOT PARM-MODE-FULL
014440             DISPLAY "BUGSOL: RUN MODE ON PARM-FILE IS NOT F, M, "
014450                     "OR BLANK - ABENDING"
014460             MOVE 16 TO RETURN-CODE
014470             CLOSE PARM-FILE
014480             MOVE "F" TO WS-AUDIT-STATUS
014490             PERFORM 7000-WRITE-AUDIT-RECORD
014500                 THRU 7000-EXIT
014510             STOP RUN
014520         END-IF
014530     END-IF.
014540
014550     IF WS-MAX-ITEMS = ZEROS
014560         DISPLAY "BUGSOL: TABLE CAPACITY ON PARM-FILE IS ZERO"
014570         MOVE 16 TO RETURN-CODE
014580         CLOSE PARM-FILE
014590         MOVE "F" TO WS-AUDIT-STATUS
014600         PERFORM 7000-WRITE-AUDIT-RECORD
014610             THRU 7000-EXIT
014620         STOP RUN
014630     END-IF.
014640
014650*    THE REJECT-RATE QUARANTINE THRESHOLD IS OPTIONAL - A BLANK
014660*    (OR OTHERWISE NON-NUMERIC) FIELD ON AN OLDER PARM CARD
014670*    LEAVES THE FEATURE OFF RATHER THAN ABENDING THE RUN.
014680     IF PARM-REJECT-THRESH NUMERIC
014690         MOVE PARM-REJECT-THRESH TO WS-REJECT-THRESH
014700     ELSE
014710         MOVE ZEROS TO WS-REJECT-THRESH
014720     END-IF.
014730
014740     IF WS-REJECT-THRESH > ZEROS
014750         DISPLAY "BUGSOL: BATCH QUARANTINE REJECT THRESHOLD - "
014760                 WS-REJECT-THRESH " PERCENT"
014770     END-IF.
014780
014790*    THE PRICE-TOLERANCE FIELDS ARE OPTIONAL THE SAME WAY -
014800*    BLANK OR NON-NUMERIC LEAVES EACH CHECK OFF.
014810     IF PARM-TOL-PCT NUMERIC
014820         MOVE PARM-TOL-PCT TO WS-TOL-PCT
014830     ELSE
014840         MOVE ZEROS TO WS-TOL-PCT
014850     END-IF.
014860
014870     IF PARM-SANITY-CEIL NUMERIC
014880         MOVE PARM-SANITY-CEIL TO WS-SANITY-CEIL
014890     ELSE
014900         MOVE ZEROS TO WS-SANITY-CEIL
014910     END-IF.
014920
014930     IF WS-TOL-PCT > ZEROS
014940         DISPLAY "BUGSOL: PRICE CHANGE TOLERANCE - "
014950                 WS-TOL-PCT " PERCENT"
014960     END-IF.
014970
014980     IF WS-SANITY-CEIL > ZEROS
014990         DISPLAY "BUGSOL: ADD-PRICE SANITY CEILING - "
015000                 WS-SANITY-CEIL
015010     END-IF.
015020
015030     CLOSE PARM-FILE.
015040
015050     PERFORM 1100-LOAD-OVERRIDES
015060         THRU 1100-EXIT.
015070
015080     PERFORM 1200-LOAD-OFFICES
015090         THRU 1200-EXIT.
015100*----------------------------------------------------------------
015110 1000-EXIT.
015120     EXIT.
015130*----------------------------------------------------------------
015140 1100-LOAD-OVERRIDES.
015150*----------------------------------------------------------------
015160*    LOAD THE SUPERVISOR OVERRIDE CARDS. A MISSING OVERRIDE
015170*    FILE (STATUS 35) MEANS NONE WERE SUBMITTED TONIGHT. MORE
015180*    THAN 200 CARDS IN ONE NIGHT IS NOT A REAL APPROVAL RUN
015190*    AND ABENDS FOR REVIEW.
015200*----------------------------------------------------------------
015210     OPEN INPUT OVERRIDE-FILE.
015220
015230     IF WS-OVER-NOT-FOUND
015240         GO TO 1100-EXIT
015250     END-IF.
015260
015270     IF NOT WS-OVER-FS-OK
015280         DISPLAY "BUGSOL: OPEN OF OVERRIDE FILE FAILED - "
015290                 "STATUS " WS-OVER-FS " - ABENDING"
015300         MOVE 16 TO RETURN-CODE
015310         MOVE "F" TO WS-AUDIT-STATUS
015320         PERFORM 7000-WRITE-AUDIT-RECORD
015330             THRU 7000-EXIT
015340         STOP RUN
015350     END-IF.
015360
015370     READ OVERRIDE-FILE
015380         AT END
015390             MOVE "Y" TO WS-OVER-EOF-SW.
015400
015410     PERFORM 1110-LOAD-ONE-OVERRIDE
015420         THRU 1110-EXIT
015430         UNTIL WS-OVER-EOF.
015440
015450     CLOSE OVERRIDE-FILE.
015460
015470     IF WS-OVR-COUNT > ZEROS
015480         DISPLAY "BUGSOL: SUPERVISOR OVERRIDE CARDS LOADED - "
015490                 WS-OVR-COUNT
015500     END-IF.
015510*----------------------------------------------------------------
015520 1100-EXIT.
015530     EXIT.
015540*----------------------------------------------------------------
015550 1110-LOAD-ONE-OVERRIDE.
015560*----------------------------------------------------------------
015570     IF OVR-ITEM-KEY = SPACES
015580         GO TO 1110-READ
015590     END-IF.
015600
015610     IF WS-OVR-COUNT = 200
015620         DISPLAY "BUGSOL: MORE THAN 200 OVERRIDE CARDS - "
015630                 "ABENDING"
015640         MOVE 16 TO RETURN-CODE
015650         CLOSE OVERRIDE-FILE
015660         MOVE "F" TO WS-AUDIT-STATUS
015670         PERFORM 7000-WRITE-AUDIT-RECORD
015680             THRU 7000-EXIT
015690         STOP RUN
015700     END-IF.
015710
015720     ADD 1 TO WS-OVR-COUNT.
015730     MOVE OVR-ITEM-KEY  TO OVT-KEY(WS-OVR-COUNT).
015740     MOVE OVR-APPROVER  TO OVT-APPROVER(WS-OVR-COUNT).
015750     MOVE "N"           TO OVT-USED-SW(WS-OVR-COUNT).
015760
015770 1110-READ.
015780     READ OVERRIDE-FILE
015790         AT END
015800             MOVE "Y" TO WS-OVER-EOF-SW.
015810*----------------------------------------------------------------
015820 1110-EXIT.
015830     EXIT.
015840*----------------------------------------------------------------
015850 1200-LOAD-OFFICES.
015860*----------------------------------------------------------------
015870*    LOAD THE SENDING-OFFICE REGISTRY AND WORK OUT WHICH
015880*    OFFICES ARE DUE TONIGHT FROM THE RUN DATE'S DAY OF WEEK.
015890*    A MISSING (STATUS 35) OR EMPTY REGISTRY CANNOT TELL A
015900*    STRANGER FROM A REGULAR, SO THE CHECK IS SKIPPED FOR THE
015910*    NIGHT WITH A WARNING RATHER THAN HOLDING EVERY BATCH.
015920*    MORE THAN 200 OFFICES ABENDS FOR THE TABLE TO BE RAISED.
015930*----------------------------------------------------------------
015940     MOVE WS-RUN-DATE TO WS-CNV-DATE.
015950     PERFORM 8700-DATE-TO-DAYS
015960         THRU 8700-EXIT.
015970
015980     DIVIDE WS-CNV-DAYS BY 7
015990         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
016000
016010     EVALUATE WS-DOW-REM
016020         WHEN 0
016030             MOVE 6 TO WS-RUN-DOW
016040         WHEN 1
016050             MOVE 7 TO WS-RUN-DOW
016060         WHEN OTHER
016070             COMPUTE WS-RUN-DOW = WS-DOW-REM - 1
016080     END-EVALUATE.
016090
016100     OPEN INPUT OFFICE-FILE.
016110
016120     IF WS-OFFICE-NOT-FOUND
016130         GO TO 1200-REPORT
016140     END-IF.
016150
016160     IF NOT WS-OFFICE-FS-OK
016170         DISPLAY "BUGSOL: OPEN OF SENDING-OFFICE REGISTRY "
016180                 "FAILED - "
016190                 "STATUS " WS-OFFICE-FS " - ABENDING"
016200         MOVE 16 TO RETURN-CODE
016210         MOVE "F" TO WS-AUDIT-STATUS
016220         PERFORM 7000-WRITE-AUDIT-RECORD
016230             THRU 7000-EXIT
016240         STOP RUN
016250     END-IF.
016260
016270     READ OFFICE-FILE
016280         AT END
016290             MOVE "Y" TO WS-OFFICE-EOF-SW.
016300
016310     PERFORM 1210-LOAD-ONE-OFFICE
016320         THRU 1210-EXIT
016330         UNTIL WS-OFFICE-EOF.
016340
016350     CLOSE OFFICE-FILE.
016360
016370 1200-REPORT.
016380     IF WS-OFC-COUNT = ZEROS
016390         DISPLAY "BUGSOL: *** SENDING-OFFICE REGISTRY IS "
016400                 "MISSING OR "
016410                 "EMPTY - BATCH IDS NOT CHECKED TONIGHT ***"
016420         IF RETURN-CODE < 4
016430             MOVE 4 TO RETURN-CODE
016440         END-IF
016450     ELSE
016460         MOVE "Y" TO WS-REGISTRY-SW
016470         DISPLAY "BUGSOL: SENDING OFFICES REGISTERED - "
016480                 WS-OFC-COUNT " - RUN DAY OF WEEK " WS-RUN-DOW
016490     END-IF.
016500*----------------------------------------------------------------
016510 1200-EXIT.
016520     EXIT.
016530*----------------------------------------------------------------
016540 1210-LOAD-ONE-OFFICE.
016550*----------------------------------------------------------------
016560     IF OFC-BATCH-ID = SPACES
016570         GO TO 1210-READ
016580     END-IF.
016590
016600     IF WS-OFC-COUNT = 200
016610         DISPLAY "BUGSOL: MORE THAN 200 SENDING OFFICES ON THE "
016620                 "REGISTRY - ABENDING"
016630         MOVE 16 TO RETURN-CODE
016640         CLOSE OFFICE-FILE
016650         MOVE "F" TO WS-AUDIT-STATUS
016660         PERFORM 7000-WRITE-AUDIT-RECORD
016670             THRU 7000-EXIT
016680         STOP RUN
016690     END-IF.
016700
016710     ADD 1 TO WS-OFC-COUNT.
016720     MOVE OFC-BATCH-ID  TO OFT-ID(WS-OFC-COUNT).
016730     MOVE OFC-SEND-DAYS TO OFT-SEND-DAYS(WS-OFC-COUNT).
016740     MOVE OFC-CONTACT   TO OFT-CONTACT(WS-OFC-COUNT).
016750     MOVE "N"           TO OFT-RECEIVED-SW(WS-OFC-COUNT).
016760
016770     IF OFC-IS-ACTIVE
016780         MOVE "Y" TO OFT-ACTIVE-SW(WS-OFC-COUNT)
016790     ELSE
016800         MOVE "N" TO OFT-ACTIVE-SW(WS-OFC-COUNT)
016810     END-IF.
016820
016830     IF OFT-SEND-DAY(WS-OFC-COUNT, WS-RUN-DOW) = "Y"
016840         MOVE "Y" TO OFT-DUE-SW(WS-OFC-COUNT)
016850     ELSE
016860         MOVE "N" TO OFT-DUE-SW(WS-OFC-COUNT)
016870     END-IF.
016880
016890 1210-READ.
016900     READ OFFICE-FILE
016910         AT END
016920             MOVE "Y" TO WS-OFFICE-EOF-SW.
016930*----------------------------------------------------------------
016940 1210-EXIT.
016950     EXIT.
016960*----------------------------------------------------------------
016970 2000-LOAD-PASS.
016980*----------------------------------------------------------------
016990*    SORT INPUT PROCEDURE - PHASE ONE. ITEM-INPUT-FILE MAY
017000*    CARRY ANY NUMBER OF H/D.../T BATCH GROUPS; EACH RECORD IS
017010*    ROUTED BY TYPE THROUGH 2150-ROUTE-INPUT-RECORD. DETAILS
017020*    ARE FIELD-EDITED AND STAGED, DISPOSITION AND ALL, ON THE
017030*    BATCHWK WORK FILE; THE TRAILER DECIDES WHETHER THE BATCH
017040*    IS QUARANTINED WHOLE OR ITS REJECTS ARE WRITTEN AND ITS
017050*    GOOD DETAILS RELEASED TO THE SORT. REJECT-FILE STAYS OPEN
017060*    INTO THE MERGE PHASE, WHICH WRITES THE DUPLICATE AND
017070*    ACTION-MISMATCH REJECTS IT ALONE CAN SEE.
017080*----------------------------------------------------------------
017090     OPEN INPUT ITEM-INPUT-FILE.
017100     OPEN OUTPUT REJECT-FILE.
017110     OPEN OUTPUT QUARANTINE-FILE.
017120     OPEN OUTPUT SUSPENSE-OUT-FILE.
017130     OPEN OUTPUT ACK-WORK-FILE.
017140
017150     PERFORM 2100-READ-ITEM-INPUT
017160         THRU 2100-EXIT.
017170
017180     PERFORM 2200-PROCESS-ONE-RECORD
017190         THRU 2200-EXIT
017200         UNTIL WS-INPUT-EOF.
017210
017220     IF WS-IN-BATCH
017230         DISPLAY "BUGSOL: ITEM-INPUT-FILE ENDED WITHOUT A "
017240                 "TRAILER FOR BATCH " BAT-ID(WS-CUR-BATCH)
017250                 " - ABENDING"
017260         MOVE 16 TO RETURN-CODE
017270         CLOSE ITEM-INPUT-FILE
017280         CLOSE REJECT-FILE
017290         CLOSE QUARANTINE-FILE
017300         MOVE "F" TO WS-AUDIT-STATUS
017310         PERFORM 7000-WRITE-AUDIT-RECORD
017320             THRU 7000-EXIT
017330         STOP RUN
017340     END-IF.
017350
017360     IF WS-BATCH-COUNT = ZEROS
017370         DISPLAY "BUGSOL: ITEM-INPUT-FILE IS MISSING ITS HEADER "
017380                 "RECORD - ABENDING"
017390         MOVE 16 TO RETURN-CODE
017400         CLOSE ITEM-INPUT-FILE
017410         CLOSE REJECT-FILE
017420         CLOSE QUARANTINE-FILE
017430         MOVE "F" TO WS-AUDIT-STATUS
017440         PERFORM 7000-WRITE-AUDIT-RECORD
017450             THRU 7000-EXIT
017460         STOP RUN
017470     END-IF.
017480
017490     DISPLAY "BUGSOL: BATCHES PROCESSED - " WS-BATCH-COUNT.
017500     DISPLAY "BUGSOL: BATCHES QUARANTINED - "
017510             WS-QUAR-BATCH-COUNT.
017520     DISPLAY "BUGSOL: DETAILS RELEASED TO THE SORT - "
017530             WS-RELEASED-COUNT.
017540
017550     PERFORM 2800-PROCESS-SUSPENSE
017560         THRU 2800-EXIT.
017570
017580     PERFORM 2900-CARRY-QUARANTINE
017590         THRU 2900-EXIT.
017600
017610     CLOSE ITEM-INPUT-FILE.
017620     CLOSE QUARANTINE-FILE.
017630*----------------------------------------------------------------
017640 2000-EXIT.
017650     EXIT.
017660*----------------------------------------------------------------
017670 2100-READ-ITEM-INPUT.
017680*----------------------------------------------------------------
017690     READ ITEM-INPUT-FILE
017700         AT END
017710             MOVE "Y" TO WS-INPUT-EOF-SW.
017720*----------------------------------------------------------------
017730 2100-EXIT.
017740     EXIT.
017750*----------------------------------------------------------------
017760 2150-ROUTE-INPUT-RECORD.
017770*----------------------------------------------------------------
017780*    ROUTE ONE ITEM-INPUT-FILE RECORD BY ITS TYPE BYTE. ANY
017790*    STRUCTURAL FAULT IN THE BATCH FRAMING - A DETAIL OR TRAILER
017800*    OUTSIDE AN OPEN BATCH, A SECOND HEADER INSIDE ONE, OR AN
017810*    UNRECOGNIZED TYPE BYTE - ABENDS THE RUN, SINCE A MISFRAMED
017820*    FILE CANNOT BE RECONCILED BATCH BY BATCH.
017830*----------------------------------------------------------------
017840     ADD 1 TO WS-READ-COUNT.
017850
017860     EVALUATE TRUE
017870         WHEN II-HEADER
017880             PERFORM 2500-START-BATCH
017890                 THRU 2500-EXIT
017900         WHEN II-DETAIL AND NOT WS-IN-BATCH
017910             DISPLAY "BUGSOL: ITEM-INPUT-FILE IS MISSING ITS "
017920                     "HEADER RECORD - ABENDING"
017930             MOVE 16 TO RETURN-CODE
017940             CLOSE ITEM-INPUT-FILE
017950             CLOSE REJECT-FILE
017960             CLOSE QUARANTINE-FILE
017970             MOVE "F" TO WS-AUDIT-STATUS
017980             PERFORM 7000-WRITE-AUDIT-RECORD
017990                 THRU 7000-EXIT
018000             STOP RUN
018010         WHEN II-DETAIL
018020             ADD 1 TO BAT-DETAIL-COUNT(WS-CUR-BATCH)
018030             IF II-DETAIL-PRICE NUMERIC
018040                 ADD II-DETAIL-PRICE
018050                     TO BAT-COMP-AMOUNT(WS-CUR-BATCH)
018060             END-IF
018070             PERFORM 2210-EDIT-AND-STAGE-ITEM
018080                 THRU 2210-EXIT
018090         WHEN II-TRAILER AND NOT WS-IN-BATCH
018100             DISPLAY "BUGSOL: TRAILER WITH NO OPEN BATCH AT "
018110                     "READ COUNT " WS-READ-COUNT " - ABENDING"
018120             MOVE 16 TO RETURN-CODE
018130             CLOSE ITEM-INPUT-FILE
018140             CLOSE REJECT-FILE
018150             CLOSE QUARANTINE-FILE
018160             MOVE "F" TO WS-AUDIT-STATUS
018170             PERFORM 7000-WRITE-AUDIT-RECORD
018180                 THRU 7000-EXIT
018190             STOP RUN
018200         WHEN II-TRAILER
018210             PERFORM 2600-END-BATCH
018220                 THRU 2600-EXIT
018230         WHEN OTHER
018240             DISPLAY "BUGSOL: UNRECOGNIZED RECORD TYPE "
018250                     II-REC-TYPE " AT READ COUNT "
018260                     WS-READ-COUNT " - ABENDING"
018270             MOVE 16 TO RETURN-CODE
018280             CLOSE ITEM-INPUT-FILE
018290             CLOSE REJECT-FILE
018300             CLOSE QUARANTINE-FILE
018310             MOVE "F" TO WS-AUDIT-STATUS
018320             PERFORM 7000-WRITE-AUDIT-RECORD
018330                 THRU 7000-EXIT
018340             STOP RUN
018350     END-EVALUATE.
018360*----------------------------------------------------------------
018370 2150-EXIT.
018380     EXIT.
018390*----------------------------------------------------------------
018400 2200-PROCESS-ONE-RECORD.
018410*----------------------------------------------------------------
018420     PERFORM 2150-ROUTE-INPUT-RECORD
018430         THRU 2150-EXIT.
018440
018450     PERFORM 2100-READ-ITEM-INPUT
018460         THRU 2100-EXIT.
018470*----------------------------------------------------------------
018480 2200-EXIT.
018490     EXIT.
018500*----------------------------------------------------------------
018510 2500-START-BATCH.
018520*----------------------------------------------------------------
018530*    A HEADER RECORD OPENS A NEW BATCH - CAPTURE ITS BATCH
018540*    IDENTIFIER AND EXPECTED COUNT, CLEAR THE OBSERVED COUNTS,
018550*    ROLL THE EXPECTED COUNT INTO THE RUN TOTAL, AND START A
018560*    FRESH BATCHWK STAGING FILE FOR THE BATCH'S DETAILS.
018570*----------------------------------------------------------------
018580     IF WS-IN-BATCH
018590         DISPLAY "BUGSOL: HEADER INSIDE OPEN BATCH "
018600                 BAT-ID(WS-CUR-BATCH) " AT READ COUNT "
018610                 WS-READ-COUNT " - ABENDING"
018620         MOVE 16 TO RETURN-CODE
018630         CLOSE ITEM-INPUT-FILE
018640         CLOSE REJECT-FILE
018650         CLOSE QUARANTINE-FILE
018660         MOVE "F" TO WS-AUDIT-STATUS
018670         PERFORM 7000-WRITE-AUDIT-RECORD
018680             THRU 7000-EXIT
018690         STOP RUN
018700     END-IF.
018710
018720     IF WS-BATCH-COUNT = 100
018730         DISPLAY "BUGSOL: MORE THAN 100 BATCHES ON "
018740                 "ITEM-INPUT-FILE - ABENDING"
018750         MOVE 16 TO RETURN-CODE
018760         CLOSE ITEM-INPUT-FILE
018770         CLOSE REJECT-FILE
018780         CLOSE QUARANTINE-FILE
018790         MOVE "F" TO WS-AUDIT-STATUS
018800         PERFORM 7000-WRITE-AUDIT-RECORD
018810             THRU 7000-EXIT
018820         STOP RUN
018830     END-IF.
018840
018850     ADD 1 TO WS-BATCH-COUNT.
018860     MOVE WS-BATCH-COUNT TO WS-CUR-BATCH.
018870     MOVE "Y" TO WS-IN-BATCH-SW.
018880
018890     MOVE II-BATCH-ID      TO BAT-ID(WS-CUR-BATCH).
018900     MOVE II-CONTROL-COUNT TO BAT-EXPECTED(WS-CUR-BATCH).
018910     MOVE ZEROS TO BAT-DETAIL-COUNT(WS-CUR-BATCH)
018920                   BAT-REJECTED(WS-CUR-BATCH)
018930                   BAT-APPLIED(WS-CUR-BATCH).
018940     MOVE "N" TO BAT-TRAILER-ERR-SW(WS-CUR-BATCH).
018950     MOVE "N" TO BAT-QUARANTINED-SW(WS-CUR-BATCH).
018960     MOVE "N" TO BAT-AMOUNT-ERR-SW(WS-CUR-BATCH).
018970     MOVE ZEROS TO BAT-EXP-AMOUNT(WS-CUR-BATCH)
018980                   BAT-COMP-AMOUNT(WS-CUR-BATCH)
018990                   BAT-OFFICE-AMOUNT(WS-CUR-BATCH)
019000                   BAT-SUSPENDED(WS-CUR-BATCH).
019010     MOVE "N" TO BAT-OFFICE-AMT-SW(WS-CUR-BATCH).
019020
019030     PERFORM 2510-CHECK-REGISTRY
019040         THRU 2510-EXIT.
019050
019060     MOVE ITEM-INPUT-REC TO WS-QUA-HEADER-IMAGE.
019070     OPEN OUTPUT BATCH-WORK-FILE.
019080
019090     ADD II-CONTROL-COUNT TO WS-EXPECTED-COUNT.
019100*----------------------------------------------------------------
019110 2500-EXIT.
019120     EXIT.
019130*----------------------------------------------------------------
019140 2510-CHECK-REGISTRY.
019150*----------------------------------------------------------------
019160*    LOOK THE NEW BATCH'S ID UP ON THE SENDING-OFFICE REGISTRY.
019170*    THE SUITE'S OWN PSEUDO-BATCHES - BUGREP'S RECYCLE AND
019180*    BUGPND'S RELEASE - CARRY OTHER OFFICES' DETAILS AND ARE
019190*    EXEMPT. AN ID NOT ON THE REGISTRY, OR REGISTERED BUT NOT
019200*    ACTIVE, IS MARKED UNREGISTERED AND 2600 HOLDS THE WHOLE
019210*    BATCH ON QUARANTINE-FILE AT ITS TRAILER. A REGISTERED ID
019220*    MARKS ITS OFFICE RECEIVED FOR THE MISSING-OFFICE CHECK.
019230*----------------------------------------------------------------
019240     MOVE "R" TO BAT-REG-STATUS(WS-CUR-BATCH).
019250     MOVE "N" TO BAT-DUE-SW(WS-CUR-BATCH).
019260
019270     IF II-BATCH-ID = "RECYCLE"
019280        OR II-BATCH-ID = "RELEASE"
019290         MOVE "X" TO BAT-REG-STATUS(WS-CUR-BATCH)
019300         GO TO 2510-EXIT
019310     END-IF.
019320
019330     IF NOT WS-REGISTRY-LOADED
019340         GO TO 2510-EXIT
019350     END-IF.
019360
019370     MOVE ZEROS TO WS-OFC-FOUND-SUB.
019380     PERFORM 2520-MATCH-ONE-OFFICE
019390         THRU 2520-EXIT
019400         VARYING WS-OFC-SUB FROM 1 BY 1
019410         UNTIL WS-OFC-SUB > WS-OFC-COUNT
019420            OR WS-OFC-FOUND-SUB NOT = ZEROS.
019430
019440     IF WS-OFC-FOUND-SUB = ZEROS
019450         MOVE "U" TO BAT-REG-STATUS(WS-CUR-BATCH)
019460         DISPLAY "BUGSOL: *** BATCH " II-BATCH-ID
019470                 " IS NOT ON THE SENDING-OFFICE REGISTRY - "
019480                 "IT WILL BE HELD ***"
019490         GO TO 2510-EXIT
019500     END-IF.
019510
019520     MOVE "Y" TO OFT-RECEIVED-SW(WS-OFC-FOUND-SUB).
019530     MOVE OFT-DUE-SW(WS-OFC-FOUND-SUB)
019540         TO BAT-DUE-SW(WS-CUR-BATCH).
019550
019560     IF NOT OFT-ACTIVE(WS-OFC-FOUND-SUB)
019570         MOVE "U" TO BAT-REG-STATUS(WS-CUR-BATCH)
019580         DISPLAY "BUGSOL: *** BATCH " II-BATCH-ID
019590                 " IS REGISTERED INACTIVE - IT WILL BE HELD ***"
019600     END-IF.
019610*----------------------------------------------------------------
019620 2510-EXIT.
019630     EXIT.
019640*----------------------------------------------------------------
019650 2520-MATCH-ONE-OFFICE.
019660*----------------------------------------------------------------
019670     IF OFT-ID(WS-OFC-SUB) = II-BATCH-ID
019680         MOVE WS-OFC-SUB TO WS-OFC-FOUND-SUB
019690     END-IF.
019700*----------------------------------------------------------------
019710 2520-EXIT.
019720     EXIT.
019730*----------------------------------------------------------------
019740 2210-EDIT-AND-STAGE-ITEM.
019750*----------------------------------------------------------------
019760*    PHASE-ONE DISPOSITION OF ONE DETAIL - A BLANK KEY, AN
019770*    UNRECOGNIZED MAINTENANCE ACTION CODE, OR A FAILED FIELD
019780*    EDIT MARKS THE STAGED RECORD REJECTED UNDER ITS REASON;
019790*    EVERYTHING ELSE STAGES GOOD. A MAINTENANCE DELETE CARRIES
019800*    ONLY ITS KEY, SO ITS OTHER FIELDS ARE NOT EDITED. WHETHER
019810*    THE STAGED RECORDS BECOME REJECT RECORDS AND SORT RELEASES
019820*    OR A QUARANTINED BATCH IS DECIDED AT THE TRAILER. THE
019830*    DUPLICATE AND ACTION-VS-MASTER CHECKS NEED THE WHOLE KEY
019840*    GROUP SIDE BY SIDE AND LIVE IN THE MERGE PHASE NOW.
019850*----------------------------------------------------------------
019860     MOVE "N"    TO WS-FIELD-ERR-SW.
019870     MOVE SPACES TO WS-EDIT-REASON.
019880
019890     EVALUATE TRUE
019900         WHEN II-DETAIL-KEY = SPACES
019910             MOVE "Y"     TO WS-FIELD-ERR-SW
019920             MOVE "BLANK" TO WS-EDIT-REASON
019930         WHEN WS-MAINT-MODE
019940              AND NOT II-ACTION-ADD
019950              AND NOT II-ACTION-CHANGE
019960              AND NOT II-ACTION-DELETE
019970             MOVE "Y"         TO WS-FIELD-ERR-SW
019980             MOVE "BADACTION" TO WS-EDIT-REASON
019990         WHEN WS-MAINT-MODE AND II-ACTION-DELETE
020000             CONTINUE
020010         WHEN OTHER
020020             PERFORM 2220-EDIT-ITEM-FIELDS
020030                 THRU 2220-EXIT
020040     END-EVALUATE.
020050
020060     IF WS-FIELD-ERR
020070         MOVE "R" TO BW-DISP
020080         MOVE WS-EDIT-REASON TO BW-REASON
020090         ADD 1 TO BAT-REJECTED(WS-CUR-BATCH)
020100     ELSE
020110         MOVE "G" TO BW-DISP
020120         MOVE SPACES TO BW-REASON
020130     END-IF.
020140
020150     MOVE WS-READ-COUNT  TO BW-SEQ.
020160     MOVE ITEM-INPUT-REC TO BW-RAW.
020170     WRITE BATCH-WORK-REC.
020180*----------------------------------------------------------------
020190 2210-EXIT.
020200     EXIT.
020210*----------------------------------------------------------------
020220 2220-EDIT-ITEM-FIELDS.
020230*----------------------------------------------------------------
020240*    FIELD-LEVEL EDITS ON THE ITEM LAYOUT - THE UNIT PRICE MUST
020250*    BE NUMERIC, THE ITEM STATUS CODE MUST BE ONE OF THE LIVE
020260*    CODES (A/S/D), AND THE EFFECTIVE DATE MUST BE A REAL
020270*    CALENDAR DATE INCLUDING THE LEAP-YEAR RULE FOR 29 FEB.
020280*    THE FIRST EDIT THAT FAILS SETS THE REASON AND THE
020290*    REMAINING EDITS ARE NOT ATTEMPTED.
020300*----------------------------------------------------------------
020310     IF II-DETAIL-PRICE NOT NUMERIC
020320         MOVE "Y"        TO WS-FIELD-ERR-SW
020330         MOVE "BADPRICE" TO WS-EDIT-REASON
020340         GO TO 2220-EXIT
020350     END-IF.
020360
020370     IF NOT II-STATUS-VALID
020380         MOVE "Y"         TO WS-FIELD-ERR-SW
020390         MOVE "BADSTATUS" TO WS-EDIT-REASON
020400         GO TO 2220-EXIT
020410     END-IF.
020420
020430     IF II-DETAIL-EFF-DATE NOT NUMERIC
020440        OR NOT II-EFF-MM-VALID
020450         MOVE "Y"       TO WS-FIELD-ERR-SW
020460         MOVE "BADDATE" TO WS-EDIT-REASON
020470         GO TO 2220-EXIT
020480     END-IF.
020490
020500     MOVE WS-DAYS-IN-MONTH(II-EFF-MM) TO WS-EDIT-MAX-DD.
020510
020520     IF II-EFF-MM = 02
020530         DIVIDE II-EFF-CCYY BY 4
020540             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
020550         DIVIDE II-EFF-CCYY BY 100
020560             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
020570         DIVIDE II-EFF-CCYY BY 400
020580             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
020590         IF (WS-LEAP-REM4 = ZEROS AND WS-LEAP-REM100 NOT = ZEROS)
020600            OR WS-LEAP-REM400 = ZEROS
020610             MOVE 29 TO WS-EDIT-MAX-DD
020620         END-IF
020630     END-IF.
020640
020650     IF II-EFF-DD = ZEROS
020660        OR II-EFF-DD > WS-EDIT-MAX-DD
020670         MOVE "Y"       TO WS-FIELD-ERR-SW
020680         MOVE "BADDATE" TO WS-EDIT-REASON
020690     END-IF.
020700*----------------------------------------------------------------
020710 2220-EXIT.
020720     EXIT.
020730*----------------------------------------------------------------
020740 2600-END-BATCH.
020750*----------------------------------------------------------------
020760*    A TRAILER RECORD CLOSES THE OPEN BATCH. ITS COUNT AND
020770*    MONEY HASH ARE VALIDATED AGAINST THE DETAILS ACTUALLY
020780*    READ - A MISMATCH IS FLAGGED FOR THE CONTROL-TOTAL REPORT
020790*    RATHER THAN ABENDING, SO THE REMAINING BATCHES STILL
020800*    LOAD. THE TRAILER IS ALSO WHERE THE BATCH'S FATE IS
020810*    DECIDED - WHEN THE QUARANTINE THRESHOLD IS IN FORCE AND
020820*    THE FIELD-EDIT REJECTS EXCEED THAT PERCENTAGE OF THE
020830*    DETAILS, THE WHOLE STAGED BATCH GOES TO QUARANTINE-FILE;
020840*    OTHERWISE ITS REJECTS ARE WRITTEN AND ITS GOOD DETAILS
020850*    RELEASED TO THE SORT.
020860*    A BATCH WHOSE ID FAILED THE SENDING-OFFICE REGISTRY
020870*    CHECK AT ITS HEADER IS HELD THE SAME WAY, WHATEVER ITS
020880*    REJECT RATE.
020890*----------------------------------------------------------------
020900     MOVE "N" TO WS-IN-BATCH-SW.
020910
020920     IF II-CONTROL-COUNT NOT = BAT-DETAIL-COUNT(WS-CUR-BATCH)
020930         MOVE "Y" TO BAT-TRAILER-ERR-SW(WS-CUR-BATCH)
020940     END-IF.
020950
020960*    THE TRAILER MONEY HASH - A NON-NUMERIC AMOUNT IS AN OLD-
020970*    FORMAT TRAILER AND IS NOT VERIFIED, BUT ONE THAT IS
020980*    PRESENT MUST MATCH THE PRICES ACTUALLY READ.
020990     IF II-CONTROL-AMOUNT NUMERIC
021000         MOVE II-CONTROL-AMOUNT TO BAT-EXP-AMOUNT(WS-CUR-BATCH)
021010         IF II-CONTROL-AMOUNT
021020                 NOT = BAT-COMP-AMOUNT(WS-CUR-BATCH)
021030             MOVE "Y" TO BAT-AMOUNT-ERR-SW(WS-CUR-BATCH)
021040         END-IF
021050     END-IF.
021060
021070*    THE HASH AS THE OFFICE SENT IT, CARRIED BY THE FRONT-END
021080*    EDIT FOR THE ACKNOWLEDGMENT ONLY.
021090     IF II-OFFICE-AMT-SENT
021100        AND II-OFFICE-AMOUNT NUMERIC
021110         MOVE II-OFFICE-AMOUNT TO BAT-OFFICE-AMOUNT(WS-CUR-BATCH)
021120         MOVE "Y"              TO BAT-OFFICE-AMT-SW(WS-CUR-BATCH)
021130     END-IF.
021140
021150     CLOSE BATCH-WORK-FILE.
021160     MOVE "N" TO WS-BW-EOF-SW.
021170     OPEN INPUT BATCH-WORK-FILE.
021180
021190     IF BAT-UNREGISTERED(WS-CUR-BATCH)
021200        OR (WS-REJECT-THRESH > ZEROS
021210        AND BAT-DETAIL-COUNT(WS-CUR-BATCH) > ZEROS
021220        AND (BAT-REJECTED(WS-CUR-BATCH) * 100) >
021230            (WS-REJECT-THRESH * BAT-DETAIL-COUNT(WS-CUR-BATCH)))
021240         PERFORM 2700-QUARANTINE-BATCH
021250             THRU 2700-EXIT
021260     ELSE
021270*        THE PHASE-ONE COUNT HAS SERVED ITS PURPOSE (THE
021280*        QUARANTINE TEST ABOVE) - 2450 REBUILDS BAT-REJECTED
021290*        RECORD BY RECORD AS THE STAGED REJECTS FLUSH, SO IT
021300*        MUST START FROM ZERO OR EVERY ONE COUNTS TWICE.
021310         MOVE ZEROS TO BAT-REJECTED(WS-CUR-BATCH)
021320         PERFORM 2620-RELEASE-BATCH
021330             THRU 2620-EXIT
021340     END-IF.
021350
021360     CLOSE BATCH-WORK-FILE.
021370*----------------------------------------------------------------
021380 2600-EXIT.
021390     EXIT.
021400*----------------------------------------------------------------
021410 2610-READ-BATCH-WORK.
021420*----------------------------------------------------------------
021430     READ BATCH-WORK-FILE
021440         AT END
021450             MOVE "Y" TO WS-BW-EOF-SW.
021460*----------------------------------------------------------------
021470 2610-EXIT.
021480     EXIT.
021490*----------------------------------------------------------------
021500 2620-RELEASE-BATCH.
021510*----------------------------------------------------------------
021520*    THE BATCH WAS ACCEPTED - REREAD ITS STAGED DETAILS,
021530*    WRITING THE REJECTED ONES TO REJECT-FILE UNDER THEIR
021540*    PHASE-ONE REASONS AND RELEASING THE GOOD ONES TO THE
021550*    SORT, TAGGED WITH THEIR ARRIVAL SEQUENCE (SO EQUAL KEYS
021560*    MERGE IN ARRIVAL ORDER) AND THEIR BATCH.
021570*----------------------------------------------------------------
021580     PERFORM 2610-READ-BATCH-WORK
021590         THRU 2610-EXIT.
021600
021610     PERFORM 2630-RELEASE-ONE-DETAIL
021620         THRU 2630-EXIT
021630         UNTIL WS-BW-EOF.
021640*----------------------------------------------------------------
021650 2620-EXIT.
021660     EXIT.
021670*----------------------------------------------------------------
021680 2630-RELEASE-ONE-DETAIL.
021690*----------------------------------------------------------------
021700     IF BW-REJECTED
021710         MOVE BW-SEQ        TO REJ-INDEX
021720         MOVE BW-REASON     TO REJ-REASON
021730         MOVE BW-RAW-ITEM   TO REJ-ITEM
021740         MOVE BW-RAW-ACTION TO REJ-ACTION
021750         MOVE BAT-ID(WS-CUR-BATCH) TO REJ-BATCH-ID
021760         MOVE WS-CUR-BATCH  TO WS-REJ-BAT-SUB
021770         PERFORM 2450-WRITE-REJECT-RECORD
021780             THRU 2450-EXIT
021790     ELSE
021800         MOVE BW-RAW-KEY   TO SRT-KEY
021810         MOVE BW-SEQ       TO SRT-SEQ
021820         MOVE WS-CUR-BATCH TO SRT-BATCH-SUB
021830         MOVE BW-RAW       TO SRT-RAW
021840         MOVE "N"          TO SRT-OVERRIDE
021850         RELEASE SORT-REC
021860         ADD 1 TO WS-RELEASED-COUNT
021870     END-IF.
021880
021890     PERFORM 2610-READ-BATCH-WORK
021900         THRU 2610-EXIT.
021910*----------------------------------------------------------------
021920 2630-EXIT.
021930     EXIT.
021940*----------------------------------------------------------------
021950 2700-QUARANTINE-BATCH.
021960*----------------------------------------------------------------
021970*    THE BATCH'S FIELD-EDIT REJECT RATE EXCEEDED THE PARM-FILE
021980*    THRESHOLD - WITHHOLD IT WHOLE. NOTHING OF THE BATCH HAS
021990*    TOUCHED THE SORT OR REJECT-FILE YET, SO WITHHOLDING IS
022000*    JUST COPYING THE STAGED HEADER, EVERY DETAIL CARD IMAGE,
022010*    AND THE TRAILER STILL SITTING IN ITEM-INPUT-REC TO
022020*    QUARANTINE-FILE AS A READY-TO-RELOAD H/D.../T BATCH. ITS
022030*    REJECT RECORDS ARE NEVER WRITTEN - THE WHOLE BATCH COMES
022040*    BACK WHEN THE OFFICE RESENDS, SO BUGREP MUST NOT CARRY
022050*    THEM.
022060*    A BATCH FROM AN UNREGISTERED OR INACTIVE OFFICE IS HELD
022070*    THE SAME WAY - IT RELEASES ONCE THE OFFICE IS REGISTERED
022080*    AND THE HELD COPY IS CONCATENATED BACK ONTO ITEMIN.
022090*----------------------------------------------------------------
022100     IF BAT-UNREGISTERED(WS-CUR-BATCH)
022110         DISPLAY "BUGSOL: *** BATCH " BAT-ID(WS-CUR-BATCH)
022120                 " HELD - NOT AN ACTIVE REGISTERED SENDING "
022130                 "OFFICE - NONE APPLIED ***"
022140         ADD 1 TO WS-UNREG-COUNT
022150     ELSE
022160         DISPLAY "BUGSOL: *** BATCH " BAT-ID(WS-CUR-BATCH)
022170                 " QUARANTINED - " BAT-REJECTED(WS-CUR-BATCH)
022180                 " OF " BAT-DETAIL-COUNT(WS-CUR-BATCH)
022190                 " DETAILS REJECTED EXCEEDS " WS-REJECT-THRESH
022200                 " PERCENT - NONE APPLIED ***"
022210     END-IF.
022220
022230     MOVE WS-QUA-HEADER-IMAGE TO QUARANTINE-REC.
022240     WRITE QUARANTINE-REC.
022250
022260     PERFORM 2610-READ-BATCH-WORK
022270         THRU 2610-EXIT.
022280
022290     PERFORM 2710-QUARANTINE-ONE-DETAIL
022300         THRU 2710-EXIT
022310         UNTIL WS-BW-EOF.
022320
022330     MOVE ITEM-INPUT-REC TO QUARANTINE-REC.
022340     WRITE QUARANTINE-REC.
022350
022360     MOVE "Y" TO BAT-QUARANTINED-SW(WS-CUR-BATCH).
022370     ADD BAT-DETAIL-COUNT(WS-CUR-BATCH)
022380         TO WS-QUAR-DETAIL-COUNT.
022390     ADD 1 TO WS-QUAR-BATCH-COUNT.
022400*----------------------------------------------------------------
022410 2700-EXIT.
022420     EXIT.
022430*----------------------------------------------------------------
022440 2710-QUARANTINE-ONE-DETAIL.
022450*----------------------------------------------------------------
022460*    A DETAIL HELD WITH ITS BATCH IS ACKNOWLEDGED UNDER ITS OWN
022470*    FIELD-EDIT REASON WHEN IT HAD ONE, OTHERWISE UNDER THE
022480*    REASON THE WHOLE BATCH WAS HELD.
022490*----------------------------------------------------------------
022500     MOVE BW-RAW TO QUARANTINE-REC.
022510     WRITE QUARANTINE-REC.
022520
022530     MOVE SPACES        TO WS-ACK-REC.
022540     MOVE BW-SEQ        TO WSA-SEQ.
022550     MOVE BW-RAW-ACTION TO WSA-ACTION.
022560     MOVE BW-RAW-ITEM   TO WSA-ITEM.
022570     IF BAT-UNREGISTERED(WS-CUR-BATCH)
022580         MOVE "U"        TO WSA-DISP
022590         MOVE "UNREGOFC" TO WSA-REASON
022600     ELSE
022610         MOVE "Q"        TO WSA-DISP
022620         MOVE "REJRATE"  TO WSA-REASON
022630     END-IF.
022640     IF BW-REJECTED
022650         MOVE BW-REASON TO WSA-REASON
022660     END-IF.
022670     MOVE WS-CUR-BATCH  TO WS-ACK-BAT-SUB.
022680     PERFORM 2470-WRITE-ACK-DETAIL
022690         THRU 2470-EXIT.
022700
022710     PERFORM 2610-READ-BATCH-WORK
022720         THRU 2610-EXIT.
022730*----------------------------------------------------------------
022740 2710-EXIT.
022750     EXIT.
022760*----------------------------------------------------------------
022770 2800-PROCESS-SUSPENSE.
022780*----------------------------------------------------------------
022790*    STILL INSIDE THE SORT INPUT PROCEDURE - WORK OFF THE
022800*    CARRY-FORWARD SUSPENSE FILE. IN MAINTENANCE MODE A RECORD
022810*    WHOSE ITEM KEY A SUPERVISOR OVERRIDE CARD NAMES IS
022820*    RELEASED INTO TONIGHT'S MERGE UNDER THE PSEUDO-BATCH
022830*    "OVERRIDE", FLAGGED SO THE TOLERANCE TEST STANDS ASIDE
022840*    ONCE; EVERYTHING ELSE IS CARRIED FORWARD ON THE NEW
022850*    SUSPENSE FILE. RELEASED RECORDS SORT WITH SEQUENCE ZERO,
022860*    AHEAD OF ANYTHING THE OFFICES SENT TONIGHT ON THE SAME
022870*    KEY. IN FULL MODE NOTHING IS RELEASED - THE TOLERANCE
022880*    FEATURE IS SCOPED TO MAINTENANCE, AND A RELEASE INTO A
022890*    COMPLETE RELOAD WOULD BEAT THE OFFICE'S OWN FRESH RECORD
022900*    TO ITS KEY OR RESURRECT A KEY THE FILE NO LONGER HAS -
022910*    EVERY SUSPENSE RECORD CARRIES FORWARD AND THE OVERRIDE
022920*    CARDS WAIT FOR A MAINTENANCE RUN. A MISSING
022930*    CARRY-FORWARD (STATUS 35) MEANS NOTHING IS SUSPENDED.
022940*----------------------------------------------------------------
022950     OPEN INPUT SUSPENSE-IN-FILE.
022960
022970     IF WS-SUSPIN-NOT-FOUND
022980         GO TO 2800-REPORT
022990     END-IF.
023000
023010     IF NOT WS-SUSPIN-FS-OK
023020         DISPLAY "BUGSOL: OPEN OF SUSPENSE FILE FAILED - "
023030                 "STATUS " WS-SUSPIN-FS " - ABENDING"
023040         MOVE 16 TO RETURN-CODE
023050         MOVE "F" TO WS-AUDIT-STATUS
023060         PERFORM 7000-WRITE-AUDIT-RECORD
023070             THRU 7000-EXIT
023080         STOP RUN
023090     END-IF.
023100
023110     READ SUSPENSE-IN-FILE
023120         AT END
023130             MOVE "Y" TO WS-SUSPIN-EOF-SW.
023140
023150     PERFORM 2810-JUDGE-ONE-SUSPENSE
023160         THRU 2810-EXIT
023170         UNTIL WS-SUSPIN-EOF.
023180
023190     CLOSE SUSPENSE-IN-FILE.
023200
023210 2800-REPORT.
023220     IF WS-OVR-RELEASED-COUNT > ZEROS
023230         DISPLAY "BUGSOL: SUSPENDED ITEMS RELEASED BY "
023240                 "OVERRIDE - " WS-OVR-RELEASED-COUNT
023250     END-IF.
023260     IF WS-SUSP-CARRIED-COUNT > ZEROS
023270         DISPLAY "BUGSOL: SUSPENSE RECORDS CARRIED FORWARD - "
023280                 WS-SUSP-CARRIED-COUNT
023290     END-IF.
023300
023310     IF WS-FULL-MODE
023320         IF WS-OVR-COUNT > ZEROS
023330             DISPLAY "BUGSOL: OVERRIDE CARDS NOT USABLE IN A "
023340                     "FULL RELOAD - HELD FOR A MAINTENANCE "
023350                     "RUN - " WS-OVR-COUNT
023360         END-IF
023370     ELSE
023380         PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
023390                 UNTIL WS-OVR-SUB > WS-OVR-COUNT
023400             IF NOT OVT-USED(WS-OVR-SUB)
023410                 ADD 1 TO WS-OVR-UNMATCH-COUNT
023420                 DISPLAY "BUGSOL: *** OVERRIDE CARD FOR KEY "
023430                         OVT-KEY(WS-OVR-SUB) " (APPROVER "
023440                         OVT-APPROVER(WS-OVR-SUB) ") MATCHES "
023450                         "NOTHING ON THE SUSPENSE FILE - "
023460                         "DROPPED, RESUBMIT WHEN THE ITEM "
023470                         "SUSPENDS ***"
023480             END-IF
023490         END-PERFORM
023500     END-IF.
023510
023520     PERFORM 2870-WRITE-BACK-OVERRIDES
023530         THRU 2870-EXIT.
023540*----------------------------------------------------------------
023550 2800-EXIT.
023560     EXIT.
023570*----------------------------------------------------------------
023580 2810-JUDGE-ONE-SUSPENSE.
023590*----------------------------------------------------------------
023600     MOVE ZEROS TO WS-OVR-FOUND-SUB.
023610
023620*    A FULL RELOAD RELEASES NOTHING - SEE THE 2800 NOTE.
023630     IF WS-MAINT-MODE
023640         PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
023650                 UNTIL WS-OVR-SUB > WS-OVR-COUNT
023660                    OR WS-OVR-FOUND-SUB NOT = ZEROS
023670             IF OVT-KEY(WS-OVR-SUB) = SI-ITEM-KEY
023680                 MOVE WS-OVR-SUB TO WS-OVR-FOUND-SUB
023690             END-IF
023700         END-PERFORM
023710     END-IF.
023720
023730     IF WS-OVR-FOUND-SUB = ZEROS
023740         MOVE SI-ITEM-KEY  TO SU-ITEM-KEY
023750         MOVE SI-RUN-DATE  TO SU-RUN-DATE
023760         MOVE SI-BATCH-ID  TO SU-BATCH-ID
023770         MOVE SI-ACTION    TO SU-ACTION
023780         MOVE SI-OLD-PRICE TO SU-OLD-PRICE
023790         MOVE SI-NEW-PRICE TO SU-NEW-PRICE
023800         MOVE SI-VAR-PCT   TO SU-VAR-PCT
023810         MOVE SI-ITEM      TO SU-ITEM
023820         WRITE SUSPENSE-OUT-REC
023830         ADD 1 TO WS-SUSP-CARRIED-COUNT
023840     ELSE
023850         MOVE "Y" TO OVT-USED-SW(WS-OVR-FOUND-SUB)
023860         PERFORM 2850-START-OVERRIDE-BATCH
023870             THRU 2850-EXIT
023880         ADD 1 TO BAT-DETAIL-COUNT(WS-OVR-BATCH-SUB)
023890         ADD 1 TO BAT-EXPECTED(WS-OVR-BATCH-SUB)
023900         ADD 1 TO WS-EXPECTED-COUNT
023910         ADD SI-NEW-PRICE TO BAT-EXP-AMOUNT(WS-OVR-BATCH-SUB)
023920         ADD SI-NEW-PRICE TO BAT-COMP-AMOUNT(WS-OVR-BATCH-SUB)
023930         MOVE SPACES      TO WS-TXN-REC
023940         MOVE "D"         TO TXN-REC-TYPE
023950         MOVE SI-ITEM     TO TXN-DETAIL-ITEM
023960         MOVE SI-ACTION   TO TXN-DETAIL-ACTION
023970         MOVE SI-ITEM-KEY TO SRT-KEY
023980         MOVE ZEROS       TO SRT-SEQ
023990         MOVE WS-OVR-BATCH-SUB TO SRT-BATCH-SUB
024000         MOVE WS-TXN-REC  TO SRT-RAW
024010         MOVE "Y"         TO SRT-OVERRIDE
024020         RELEASE SORT-REC
024030         ADD 1 TO WS-OVR-RELEASED-COUNT
024040         ADD 1 TO WS-RELEASED-COUNT
024050         DISPLAY "BUGSOL:   OVERRIDE RELEASE - KEY "
024060                 SI-ITEM-KEY " ACTION " SI-ACTION
024070                 " OLD " SI-OLD-PRICE " NEW " SI-NEW-PRICE
024080                 " APPROVER " OVT-APPROVER(WS-OVR-FOUND-SUB)
024090     END-IF.
024100
024110     READ SUSPENSE-IN-FILE
024120         AT END
024130             MOVE "Y" TO WS-SUSPIN-EOF-SW.
024140*----------------------------------------------------------------
024150 2810-EXIT.
024160     EXIT.
024170*----------------------------------------------------------------
024180 2850-START-OVERRIDE-BATCH.
024190*----------------------------------------------------------------
024200*    THE RELEASED TRANSACTIONS RECONCILE AS THEIR OWN PSEUDO-
024210*    BATCH, OPENED ON FIRST USE, SO THE CONTROL REPORT AND THE
024220*    RUN TOTALS ACCOUNT FOR THEM LIKE ANY SENDING OFFICE'S.
024230*----------------------------------------------------------------
024240     IF WS-OVR-BATCH-SUB NOT = ZEROS
024250         GO TO 2850-EXIT
024260     END-IF.
024270
024280     IF WS-BATCH-COUNT = 100
024290         DISPLAY "BUGSOL: NO ROOM IN THE BATCH TABLE FOR THE "
024300                 "OVERRIDE PSEUDO-BATCH - ABENDING"
024310         MOVE 16 TO RETURN-CODE
024320         MOVE "F" TO WS-AUDIT-STATUS
024330         PERFORM 7000-WRITE-AUDIT-RECORD
024340             THRU 7000-EXIT
024350         STOP RUN
024360     END-IF.
024370
024380     ADD 1 TO WS-BATCH-COUNT.
024390     MOVE WS-BATCH-COUNT TO WS-OVR-BATCH-SUB.
024400     MOVE "OVERRIDE" TO BAT-ID(WS-OVR-BATCH-SUB).
024410     MOVE ZEROS TO BAT-EXPECTED(WS-OVR-BATCH-SUB)
024420                   BAT-DETAIL-COUNT(WS-OVR-BATCH-SUB)
024430                   BAT-REJECTED(WS-OVR-BATCH-SUB)
024440                   BAT-APPLIED(WS-OVR-BATCH-SUB)
024450                   BAT-SUSPENDED(WS-OVR-BATCH-SUB)
024460                   BAT-EXP-AMOUNT(WS-OVR-BATCH-SUB)
024470                   BAT-COMP-AMOUNT(WS-OVR-BATCH-SUB)
024480                   BAT-OFFICE-AMOUNT(WS-OVR-BATCH-SUB).
024490     MOVE "N" TO BAT-OFFICE-AMT-SW(WS-OVR-BATCH-SUB).
024500     MOVE "N" TO BAT-TRAILER-ERR-SW(WS-OVR-BATCH-SUB).
024510     MOVE "N" TO BAT-QUARANTINED-SW(WS-OVR-BATCH-SUB).
024520     MOVE "N" TO BAT-AMOUNT-ERR-SW(WS-OVR-BATCH-SUB).
024530     MOVE "X" TO BAT-REG-STATUS(WS-OVR-BATCH-SUB).
024540     MOVE "N" TO BAT-DUE-SW(WS-OVR-BATCH-SUB).
024550*----------------------------------------------------------------
024560 2850-EXIT.
024570     EXIT.
024580*----------------------------------------------------------------
024590 2900-CARRY-QUARANTINE.
024600*----------------------------------------------------------------
024610*    STILL INSIDE THE SORT INPUT PROCEDURE - CARRY THE PRIOR
024620*    QUARANTINE FORWARD. EVERY HELD H/D.../T GROUP ON QUARIN
024630*    WHOSE BATCH ID DID NOT APPEAR IN TONIGHT'S INPUT IS
024640*    COPIED TO THE NEW QUARANTINE FILE STILL HELD; A GROUP
024650*    WHOSE ID DID APPEAR WAS RESENT BY THE OFFICE (OR ITS
024660*    HELD COPY WAS RELEASED ONTO ITEMIN BY OPERATIONS), SO
024670*    THE HELD COPY IS SUPERSEDED AND DROPPED. A MISSING
024680*    CARRY-FORWARD (STATUS 35) MEANS NOTHING IS HELD.
024690*----------------------------------------------------------------
024700     OPEN INPUT QUARANTINE-IN-FILE.
024710
024720     IF WS-QUARIN-NOT-FOUND
024730         GO TO 2900-EXIT
024740     END-IF.
024750
024760     IF NOT WS-QUARIN-FS-OK
024770         DISPLAY "BUGSOL: OPEN OF QUARANTINE CARRY-FORWARD "
024780                 "FAILED - STATUS " WS-QUARIN-FS " - ABENDING"
024790         MOVE 16 TO RETURN-CODE
024800         MOVE "F" TO WS-AUDIT-STATUS
024810         PERFORM 7000-WRITE-AUDIT-RECORD
024820             THRU 7000-EXIT
024830         STOP RUN
024840     END-IF.
024850
024860     READ QUARANTINE-IN-FILE
024870         AT END
024880             MOVE "Y" TO WS-QUARIN-EOF-SW.
024890
024900     PERFORM 2910-JUDGE-ONE-QUAR-REC
024910         THRU 2910-EXIT
024920         UNTIL WS-QUARIN-EOF.
024930
024940     CLOSE QUARANTINE-IN-FILE.
024950
024960     IF WS-QUAR-CARRIED-BATS > ZEROS
024970         DISPLAY "BUGSOL: QUARANTINED BATCHES CARRIED "
024980                 "FORWARD - " WS-QUAR-CARRIED-BATS
024990     END-IF.
025000     IF WS-QUAR-DROPPED-BATS > ZEROS
025010         DISPLAY "BUGSOL: QUARANTINED BATCHES SUPERSEDED BY "
025020                 "TONIGHTS INPUT - " WS-QUAR-DROPPED-BATS
025030     END-IF.
025040*----------------------------------------------------------------
025050 2900-EXIT.
025060     EXIT.
025070*----------------------------------------------------------------
025080 2910-JUDGE-ONE-QUAR-REC.
025090*----------------------------------------------------------------
025100*    EACH HEADER DECIDES THE FATE OF ITS WHOLE GROUP - THE
025110*    KEEP/DROP SWITCH RIDES UNTIL THE NEXT HEADER. THE GROUPS
025120*    WERE WRITTEN BY 2700 AS INTACT H/D.../T IMAGES, SO NO
025130*    OTHER FRAMING CHECK IS NEEDED HERE.
025140*----------------------------------------------------------------
025150     IF QI-HEADER
025160         MOVE "Y" TO WS-QUAR-KEEP-SW
025170         PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
025180                 UNTIL WS-BAT-SUB > WS-BATCH-COUNT
025190             IF BAT-ID(WS-BAT-SUB) = QI-BATCH-ID
025200                 MOVE "N" TO WS-QUAR-KEEP-SW
025210             END-IF
025220         END-PERFORM
025230         IF WS-QUAR-KEEP
025240             ADD 1 TO WS-QUAR-CARRIED-BATS
025250             DISPLAY "BUGSOL:   STILL QUARANTINED - BATCH "
025260                     QI-BATCH-ID " (" QI-CONTROL-COUNT
025270                     " DETAILS EXPECTED)"
025280         ELSE
025290             ADD 1 TO WS-QUAR-DROPPED-BATS
025300             DISPLAY "BUGSOL:   QUARANTINE SUPERSEDED - BATCH "
025310                     QI-BATCH-ID " WAS IN TONIGHTS INPUT"
025320         END-IF
025330     END-IF.
025340
025350     IF WS-QUAR-KEEP
025360         MOVE QUARANTINE-IN-REC TO QUARANTINE-REC
025370         WRITE QUARANTINE-REC
025380     END-IF.
025390
025400     READ QUARANTINE-IN-FILE
025410         AT END
025420             MOVE "Y" TO WS-QUARIN-EOF-SW.
025430*----------------------------------------------------------------
025440 2910-EXIT.
025450     EXIT.
025460*----------------------------------------------------------------
025470 2870-WRITE-BACK-OVERRIDES.
025480*----------------------------------------------------------------
025490*    RETIRE THE OVERRIDE CARDS THE WAY THE OTHER CARRY-
025500*    FORWARDS ROLL - ONLY THE CARDS THIS RUN COULD NOT USE GO
025510*    TO THE NEW OVERRIDES FILE (ALL OF THEM IN FULL MODE,
025520*    WHERE NOTHING RELEASES; NONE OF THE USED OR UNMATCHED
025530*    ONES IN MAINTENANCE). THE OVRBACK JOB STEP ROLLS IT OVER
025540*    PROD.BUGSOL.OVERRIDES AFTER A CLEAN NIGHT, SO A CARD
025550*    THAT RELEASED TONIGHT CANNOT RELEASE A LATER SUSPENSION
025560*    OF THE SAME KEY WITHOUT A FRESH APPROVAL.
025570*----------------------------------------------------------------
025580     OPEN OUTPUT OVERRIDE-OUT-FILE.
025590
025600     PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
025610             UNTIL WS-OVR-SUB > WS-OVR-COUNT
025620         IF WS-FULL-MODE
025630             MOVE SPACES TO OVERRIDE-OUT-REC
025640             MOVE OVT-KEY(WS-OVR-SUB)      TO OVO-ITEM-KEY
025650             MOVE OVT-APPROVER(WS-OVR-SUB) TO OVO-APPROVER
025660             WRITE OVERRIDE-OUT-REC
025670         END-IF
025680     END-PERFORM.
025690
025700     CLOSE OVERRIDE-OUT-FILE.
025710*----------------------------------------------------------------
025720 2870-EXIT.
025730     EXIT.
025740*----------------------------------------------------------------
025750 2450-WRITE-REJECT-RECORD.
025760*----------------------------------------------------------------
025770*    WRITE ONE REJECT RECORD AND FOLD IT INTO THE RUN TOTALS,
025780*    THE REASON-CODE SUMMARY, AND ITS BATCH'S REJECT COUNT.
025790*    THE CALLER HAS SET THE INDEX, REASON, ITEM IMAGE, ACTION,
025800*    BATCH ID, AND WS-REJ-BAT-SUB - PHASE ONE CALLS FROM THE
025810*    STAGED BATCH FLUSH, THE MERGE FROM THE KEY-GROUP APPLY.
025820*----------------------------------------------------------------
025830     MOVE WS-RUN-DATE TO REJ-RUN-DATE.
025840
025850     MOVE ZEROS TO WS-REA-FOUND-SUB.
025860     PERFORM VARYING WS-REA-SUB FROM 1 BY 1
025870             UNTIL WS-REA-SUB > WS-REASON-COUNT
025880                OR WS-REA-FOUND-SUB NOT = ZEROS
025890         IF REA-CODE(WS-REA-SUB) = REJ-REASON
025900             MOVE WS-REA-SUB TO WS-REA-FOUND-SUB
025910         END-IF
025920     END-PERFORM.
025930
025940     IF WS-REA-FOUND-SUB = ZEROS
025950         ADD 1 TO WS-REASON-COUNT
025960         MOVE REJ-REASON TO REA-CODE(WS-REASON-COUNT)
025970         MOVE 1          TO REA-COUNT(WS-REASON-COUNT)
025980     ELSE
025990         ADD 1 TO REA-COUNT(WS-REA-FOUND-SUB)
026000     END-IF.
026010
026020     WRITE REJECT-REC.
026030     ADD 1 TO WS-REJECT-COUNT.
026040     ADD 1 TO BAT-REJECTED(WS-REJ-BAT-SUB).
026050
026060     PERFORM 2460-TALLY-BATCH-REASON
026070         THRU 2460-EXIT.
026080
026090     MOVE SPACES        TO WS-ACK-REC.
026100     MOVE REJ-INDEX     TO WSA-SEQ.
026110     MOVE REJ-ACTION    TO WSA-ACTION.
026120     MOVE "R"           TO WSA-DISP.
026130     MOVE REJ-REASON    TO WSA-REASON.
026140     MOVE REJ-ITEM      TO WSA-ITEM.
026150     MOVE WS-REJ-BAT-SUB TO WS-ACK-BAT-SUB.
026160     PERFORM 2470-WRITE-ACK-DETAIL
026170         THRU 2470-EXIT.
026180*----------------------------------------------------------------
026190 2450-EXIT.
026200     EXIT.
026210*----------------------------------------------------------------
026220 2460-TALLY-BATCH-REASON.
026230*----------------------------------------------------------------
026240*    COUNT THE REJECT AGAINST ITS BATCH AND REASON FOR THE
026250*    OFFICE LOG. PAST 500 BATCH/REASON PAIRS IN ONE NIGHT THE
026260*    EXTRA REASONS ARE LEFT OFF THE LOG WITH A WARNING - THE
026270*    BATCH'S OWN REJECT TOTAL STILL COUNTS THEM.
026280*----------------------------------------------------------------
026290     MOVE ZEROS TO WS-BRA-FOUND-SUB.
026300     PERFORM 2465-MATCH-BATCH-REASON
026310         THRU 2465-EXIT
026320         VARYING WS-BRA-SUB FROM 1 BY 1
026330         UNTIL WS-BRA-SUB > WS-BATREA-COUNT
026340            OR WS-BRA-FOUND-SUB NOT = ZEROS.
026350
026360     IF WS-BRA-FOUND-SUB NOT = ZEROS
026370         ADD 1 TO BRA-COUNT(WS-BRA-FOUND-SUB)
026380         GO TO 2460-EXIT
026390     END-IF.
026400
026410     IF WS-BATREA-COUNT = 500
026420         DISPLAY "BUGSOL: BATCH/REASON TABLE FULL - REASON "
026430                 REJ-REASON " FOR BATCH " REJ-BATCH-ID
026440                 " NOT BROKEN OUT ON THE OFFICE LOG"
026450         GO TO 2460-EXIT
026460     END-IF.
026470
026480     ADD 1 TO WS-BATREA-COUNT.
026490     MOVE WS-REJ-BAT-SUB TO BRA-BAT-SUB(WS-BATREA-COUNT).
026500     MOVE REJ-REASON     TO BRA-CODE(WS-BATREA-COUNT).
026510     MOVE 1              TO BRA-COUNT(WS-BATREA-COUNT).
026520*----------------------------------------------------------------
026530 2460-EXIT.
026540     EXIT.
026550*----------------------------------------------------------------
026560 2465-MATCH-BATCH-REASON.
026570*----------------------------------------------------------------
026580     IF BRA-BAT-SUB(WS-BRA-SUB) = WS-REJ-BAT-SUB
026590        AND BRA-CODE(WS-BRA-SUB) = REJ-REASON
026600         MOVE WS-BRA-SUB TO WS-BRA-FOUND-SUB
026610     END-IF.
026620*----------------------------------------------------------------
026630 2465-EXIT.
026640     EXIT.
026650*----------------------------------------------------------------
026660 2470-WRITE-ACK-DETAIL.
026670*----------------------------------------------------------------
026680*    RECORD ONE DETAIL'S FATE FOR THE OFFICE'S ACKNOWLEDGMENT.
026690*    THE CALLER HAS SET THE SEQUENCE, ACTION, DISPOSITION,
026700*    REASON, AND ITEM IMAGE AS SENT, AND WS-ACK-BAT-SUB. THE
026710*    SUITE'S OWN PSEUDO-BATCHES ARE NOT OFFICE TRAFFIC - A
026720*    RECYCLED OR RELEASED DETAIL WAS ACKNOWLEDGED TO ITS OFFICE
026730*    THE NIGHT IT WAS FIRST REJECTED OR HELD.
026740*----------------------------------------------------------------
026750     IF BAT-SUITE-BATCH(WS-ACK-BAT-SUB)
026760         GO TO 2470-EXIT
026770     END-IF.
026780
026790     MOVE "D"                    TO WSA-REC-TYPE.
026800     MOVE WS-ACK-BAT-SUB         TO WSA-BAT-SUB.
026810     MOVE BAT-ID(WS-ACK-BAT-SUB) TO WSA-BATCH-ID.
026820     MOVE WS-RUN-DATE            TO WSA-RUN-DATE.
026830     WRITE ACK-WORK-REC FROM WS-ACK-REC.
026840     ADD 1 TO WS-ACK-COUNT.
026850*----------------------------------------------------------------
026860 2470-EXIT.
026870     EXIT.
026880*----------------------------------------------------------------
026890 4000-MERGE-PASS.
026900*----------------------------------------------------------------
026910*    SORT OUTPUT PROCEDURE - PHASE TWO. THE RELEASED DETAILS
026920*    ARRIVE IN ASCENDING KEY ORDER, EQUAL KEYS IN ARRIVAL
026930*    ORDER, AND ARE MERGED BALANCED-LINE AGAINST THE PRIOR
026940*    MASTER COPY (MAINTENANCE MODE) OR AGAINST NOTHING (FULL
026950*    MODE). THE NEW MASTER IS WRITTEN KEY BY KEY AS EACH GROUP
026960*    RESOLVES, SO IT LEAVES HERE IN THE ASCENDING ORDER THE
026970*    VSAM LOAD AND BUGCMP REQUIRE, AND NO TABLE EVER HOLDS
026980*    MORE THAN ONE ITEM. THE PRIOR COPY IS THE SEQUENTIAL
026990*    REPRO TAKEN BY THE SAVEMSTR JOB STEP - THE CLUSTER ITSELF
027000*    IS BEING REWRITTEN UNDER THIS PARAGRAPH'S FEET.
027010*----------------------------------------------------------------
027020     IF WS-MAINT-MODE
027030         OPEN INPUT PRIOR-MASTER-FILE
027040         IF WS-PRIOR-NOT-FOUND
027050             DISPLAY "BUGSOL: NO PRIOR MASTER COPY - "
027060                     "MAINTENANCE RUN STARTS FROM EMPTY"
027070             MOVE "Y" TO WS-PRIOR-EOF-SW
027080         ELSE
027090             IF NOT WS-PRIOR-FS-OK
027100                 DISPLAY "BUGSOL: OPEN OF PRIOR MASTER COPY "
027110                         "FAILED - STATUS " WS-PRIOR-FS
027120                         " - ABENDING"
027130                 MOVE 16 TO RETURN-CODE
027140                 MOVE "F" TO WS-AUDIT-STATUS
027150                 PERFORM 7000-WRITE-AUDIT-RECORD
027160                     THRU 7000-EXIT
027170                 STOP RUN
027180             END-IF
027190             PERFORM 4050-READ-PRIOR-MASTER
027200                 THRU 4050-EXIT
027210         END-IF
027220     ELSE
027230         MOVE "Y" TO WS-PRIOR-EOF-SW
027240     END-IF.
027250
027260     OPEN OUTPUT ITEM-MASTER-FILE.
027270
027280     IF NOT WS-MASTER-FS-OK
027290         DISPLAY "BUGSOL: OPEN OUTPUT OF ITEM MASTER FAILED - "
027300                 "STATUS " WS-MASTER-FS " - ABENDING"
027310         MOVE 16 TO RETURN-CODE
027320         MOVE "F" TO WS-AUDIT-STATUS
027330         PERFORM 7000-WRITE-AUDIT-RECORD
027340             THRU 7000-EXIT
027350         STOP RUN
027360     END-IF.
027370
027380     OPEN OUTPUT HIST-WORK-FILE.
027390
027400     RETURN SORT-FILE
027410         AT END
027420             MOVE "Y" TO WS-SORT-EOF-SW.
027430
027440     PERFORM 4100-PROCESS-KEY-GROUP
027450         THRU 4100-EXIT
027460         UNTIL WS-SORT-EOF.
027470
027480     MOVE HIGH-VALUES TO WS-CUR-KEY.
027490     PERFORM 4300-COPY-PRIOR-BELOW
027500         THRU 4300-EXIT.
027510
027520     IF WS-MAINT-MODE
027530        AND NOT WS-PRIOR-NOT-FOUND
027540         CLOSE PRIOR-MASTER-FILE
027550     END-IF.
027560
027570     CLOSE ITEM-MASTER-FILE.
027580     CLOSE HIST-WORK-FILE.
027590     CLOSE REJECT-FILE.
027600     CLOSE SUSPENSE-OUT-FILE.
027610
027620     DISPLAY "BUGSOL: DETAIL RECORDS REJECTED - "
027630             WS-REJECT-COUNT.
027640     DISPLAY "BUGSOL: TRANSACTIONS SUSPENDED - "
027650             WS-SUSPEND-COUNT.
027660     DISPLAY "BUGSOL: ITEMS WRITTEN TO THE MASTER - "
027670             WS-COUNT.
027680*----------------------------------------------------------------
027690 4000-EXIT.
027700     EXIT.
027710*----------------------------------------------------------------
027720 4050-READ-PRIOR-MASTER.
027730*----------------------------------------------------------------
027740     READ PRIOR-MASTER-FILE
027750         AT END
027760             MOVE "Y" TO WS-PRIOR-EOF-SW.
027770*----------------------------------------------------------------
027780 4050-EXIT.
027790     EXIT.
027800*----------------------------------------------------------------
027810 4100-PROCESS-KEY-GROUP.
027820*----------------------------------------------------------------
027830*    RESOLVE ONE KEY'S WORTH OF TRANSACTIONS. THE PRIOR MASTER
027840*    IS COPIED FORWARD UP TO THE GROUP KEY; A PRIOR RECORD ON
027850*    THE KEY ITSELF BECOMES THE CURRENT IMAGE THE GROUP'S
027860*    ACTIONS WORK ON. WHATEVER IMAGE SURVIVES THE GROUP IS
027870*    WRITTEN TO THE NEW MASTER.
027880*----------------------------------------------------------------
027890     MOVE SRT-KEY TO WS-CUR-KEY.
027900
027910     PERFORM 4300-COPY-PRIOR-BELOW
027920         THRU 4300-EXIT.
027930
027940     IF NOT WS-PRIOR-EOF
027950        AND PM-ITEM-KEY = WS-CUR-KEY
027960         MOVE PM-ITEM     TO WS-CUR-ITEM
027970         MOVE PM-BATCH-ID TO WS-CUR-BATCH-TAG
027980         MOVE "Y"         TO WS-CUR-EXISTS-SW
027990         PERFORM 4050-READ-PRIOR-MASTER
028000             THRU 4050-EXIT
028010     ELSE
028020         MOVE SPACES TO WS-CUR-ITEM
028030                        WS-CUR-BATCH-TAG
028040         MOVE "N"    TO WS-CUR-EXISTS-SW
028050     END-IF.
028060
028070     PERFORM 4200-APPLY-ONE-TXN
028080         THRU 4200-EXIT
028090         UNTIL WS-SORT-EOF
028100            OR SRT-KEY NOT = WS-CUR-KEY.
028110
028120     IF WS-CUR-EXISTS
028130         PERFORM 4400-WRITE-MASTER-REC
028140             THRU 4400-EXIT
028150     END-IF.
028160*----------------------------------------------------------------
028170 4100-EXIT.
028180     EXIT.
028190*----------------------------------------------------------------
028200 4200-APPLY-ONE-TXN.
028210*----------------------------------------------------------------
028220*    APPLY ONE RELEASED TRANSACTION TO THE CURRENT IMAGE. IN
028230*    FULL MODE THE FIRST DETAIL ON A KEY WINS AND THE REST ARE
028240*    DUPLICATES, THE RULE THE OLD IN-CORE LOAD ENFORCED. IN
028250*    MAINTENANCE MODE THE ACTION CODE IS APPLIED AGAINST THE
028260*    CURRENT IMAGE - ADD-THEN-CHANGE CHAINS WITHIN ONE NIGHT
028270*    RESOLVE IN ARRIVAL ORDER - AND EVERY APPLIED ACTION
028280*    STAGES ITS CHANGE-HISTORY RECORD.
028290*----------------------------------------------------------------
028300     MOVE SRT-RAW TO WS-TXN-REC.
028310
028320     EVALUATE TRUE
028330         WHEN WS-FULL-MODE AND NOT WS-CUR-EXISTS
028340             MOVE TXN-DETAIL-ITEM TO WS-CUR-ITEM
028350             MOVE BAT-ID(SRT-BATCH-SUB) TO WS-CUR-BATCH-TAG
028360             MOVE "Y" TO WS-CUR-EXISTS-SW
028370             ADD 1 TO WS-APPLIED-COUNT
028380             MOVE "A" TO WS-ACK-DISP
028390             PERFORM 4280-ACK-ONE-TXN
028400                 THRU 4280-EXIT
028410         WHEN WS-FULL-MODE
028420             MOVE "DUPLICATE" TO REJ-REASON
028430             PERFORM 4250-REJECT-ONE-TXN
028440                 THRU 4250-EXIT
028450         WHEN TXN-ACTION-ADD AND WS-CUR-EXISTS
028460             MOVE "ADDEXISTS" TO REJ-REASON
028470             PERFORM 4250-REJECT-ONE-TXN
028480                 THRU 4250-EXIT
028490         WHEN TXN-ACTION-ADD
028500             PERFORM 4240-CHECK-ADD-TOLERANCE
028510                 THRU 4240-EXIT
028520             IF WS-SUSPEND-THIS
028530                 PERFORM 4270-SUSPEND-ONE-TXN
028540                     THRU 4270-EXIT
028550                 GO TO 4200-RETURN
028560             END-IF
028570             MOVE SPACES          TO WSH-OLD-ITEM
028580             MOVE TXN-DETAIL-ITEM TO WSH-NEW-ITEM
028590             MOVE "A"             TO WSH-ACTION
028600             PERFORM 4260-STAGE-HISTORY
028610                 THRU 4260-EXIT
028620             MOVE TXN-DETAIL-ITEM TO WS-CUR-ITEM
028630             MOVE BAT-ID(SRT-BATCH-SUB) TO WS-CUR-BATCH-TAG
028640             MOVE "Y" TO WS-CUR-EXISTS-SW
028650             ADD 1 TO WS-APPLIED-COUNT
028660             MOVE "A" TO WS-ACK-DISP
028670             PERFORM 4280-ACK-ONE-TXN
028680                 THRU 4280-EXIT
028690         WHEN TXN-ACTION-CHANGE AND NOT WS-CUR-EXISTS
028700             MOVE "CHGNOKEY" TO REJ-REASON
028710             PERFORM 4250-REJECT-ONE-TXN
028720                 THRU 4250-EXIT
028730         WHEN TXN-ACTION-CHANGE
028740             PERFORM 4230-CHECK-CHANGE-TOLERANCE
028750                 THRU 4230-EXIT
028760             IF WS-SUSPEND-THIS
028770                 PERFORM 4270-SUSPEND-ONE-TXN
028780                     THRU 4270-EXIT
028790                 GO TO 4200-RETURN
028800             END-IF
028810             MOVE WS-CUR-ITEM     TO WSH-OLD-ITEM
028820             MOVE TXN-DETAIL-ITEM TO WSH-NEW-ITEM
028830             MOVE "C"             TO WSH-ACTION
028840             PERFORM 4260-STAGE-HISTORY
028850                 THRU 4260-EXIT
028860             MOVE TXN-DETAIL-ITEM TO WS-CUR-ITEM
028870             MOVE BAT-ID(SRT-BATCH-SUB) TO WS-CUR-BATCH-TAG
028880             ADD 1 TO WS-APPLIED-COUNT
028890             MOVE "A" TO WS-ACK-DISP
028900             PERFORM 4280-ACK-ONE-TXN
028910                 THRU 4280-EXIT
028920         WHEN TXN-ACTION-DELETE AND NOT WS-CUR-EXISTS
028930             MOVE "DELNOKEY" TO REJ-REASON
028940             PERFORM 4250-REJECT-ONE-TXN
028950                 THRU 4250-EXIT
028960         WHEN TXN-ACTION-DELETE
028970             MOVE WS-CUR-ITEM TO WSH-OLD-ITEM
028980             MOVE SPACES      TO WSH-NEW-ITEM
028990             MOVE "D"         TO WSH-ACTION
029000             PERFORM 4260-STAGE-HISTORY
029010                 THRU 4260-EXIT
029020             MOVE SPACES TO WS-CUR-ITEM
029030                            WS-CUR-BATCH-TAG
029040             MOVE "N"    TO WS-CUR-EXISTS-SW
029050             ADD 1 TO WS-APPLIED-COUNT
029060             MOVE "A" TO WS-ACK-DISP
029070             PERFORM 4280-ACK-ONE-TXN
029080                 THRU 4280-EXIT
029090         WHEN OTHER
029100             MOVE "BADACTION" TO REJ-REASON
029110             PERFORM 4250-REJECT-ONE-TXN
029120                 THRU 4250-EXIT
029130     END-EVALUATE.
029140
029150 4200-RETURN.
029160     RETURN SORT-FILE
029170         AT END
029180             MOVE "Y" TO WS-SORT-EOF-SW.
029190*----------------------------------------------------------------
029200 4200-EXIT.
029210     EXIT.
029220*----------------------------------------------------------------
029230 4250-REJECT-ONE-TXN.
029240*----------------------------------------------------------------
029250*    A MERGE-PHASE REJECT - THE CALLER HAS SET THE REASON; THE
029260*    REST OF THE REJECT RECORD COMES OFF THE SORTED
029270*    TRANSACTION, ARRIVAL SEQUENCE AND ORIGIN BATCH INCLUDED,
029280*    SO BUGREP MATCHES CORRECTIONS EXACTLY AS BEFORE.
029290*----------------------------------------------------------------
029300     MOVE SRT-SEQ           TO REJ-INDEX.
029310     MOVE TXN-DETAIL-ITEM   TO REJ-ITEM.
029320     MOVE TXN-DETAIL-ACTION TO REJ-ACTION.
029330     MOVE BAT-ID(SRT-BATCH-SUB) TO REJ-BATCH-ID.
029340     MOVE SRT-BATCH-SUB     TO WS-REJ-BAT-SUB.
029350     PERFORM 2450-WRITE-REJECT-RECORD
029360         THRU 2450-EXIT.
029370*----------------------------------------------------------------
029380 4250-EXIT.
029390     EXIT.
029400*----------------------------------------------------------------
029410 4260-STAGE-HISTORY.
029420*----------------------------------------------------------------
029430*    STAGE ONE CHANGE-HISTORY RECORD ON THE WORK FILE - THE
029440*    CALLER HAS SET THE ACTION AND THE OLD AND NEW IMAGES.
029450*    4500 APPENDS THE WORK FILE TO THE PERMANENT HISTORY ONLY
029460*    AFTER THE NEW MASTER HAS CLOSED CLEAN.
029470*----------------------------------------------------------------
029480     MOVE WS-CUR-KEY  TO WSH-ITEM-KEY.
029490     MOVE WS-RUN-DATE TO WSH-RUN-DATE.
029500     MOVE BAT-ID(SRT-BATCH-SUB) TO WSH-BATCH-ID.
029510
029520     WRITE HIST-WORK-REC FROM WS-HIST-REC.
029530     ADD 1 TO WS-HISTORY-COUNT.
029540*----------------------------------------------------------------
029550 4260-EXIT.
029560     EXIT.
029570*----------------------------------------------------------------
029580 4230-CHECK-CHANGE-TOLERANCE.
029590*----------------------------------------------------------------
029600*    THE MIS-KEYED-DECIMAL TRAP - A CHANGE WHOSE NEW PRICE
029610*    VARIES FROM THE PRICE ALREADY ON THE MASTER BY MORE THAN
029620*    THE PARM-FILE PERCENTAGE IS SUSPENDED, NOT APPLIED. AN
029630*    OVERRIDE RELEASE HAS ALREADY BEEN APPROVED AND PASSES;
029640*    A ZERO OLD PRICE CANNOT ANCHOR A PERCENTAGE, SO ANY
029650*    NONZERO NEW PRICE AGAINST IT IS TREATED AS OUT OF
029660*    TOLERANCE (VARIANCE SHOWN AS 99999).
029670*----------------------------------------------------------------
029680     MOVE "N"   TO WS-SUSPEND-SW.
029690     MOVE ZEROS TO WS-VAR-PCT.
029700
029710     IF WS-TOL-PCT = ZEROS
029720        OR SRT-IS-OVERRIDE
029730         GO TO 4230-EXIT
029740     END-IF.
029750
029760     IF CUR-ITEM-PRICE = ZEROS
029770         IF TXN-ITEM-PRICE NOT = ZEROS
029780             MOVE 99999 TO WS-VAR-PCT
029790             MOVE "Y"   TO WS-SUSPEND-SW
029800         END-IF
029810         GO TO 4230-EXIT
029820     END-IF.
029830
029840     IF TXN-ITEM-PRICE > CUR-ITEM-PRICE
029850         COMPUTE WS-PRICE-DIFF =
029860             TXN-ITEM-PRICE - CUR-ITEM-PRICE
029870     ELSE
029880         COMPUTE WS-PRICE-DIFF =
029890             CUR-ITEM-PRICE - TXN-ITEM-PRICE
029900     END-IF.
029910
029920     COMPUTE WS-VAR-PCT ROUNDED =
029930         (WS-PRICE-DIFF * 100) / CUR-ITEM-PRICE
029940         ON SIZE ERROR
029950             MOVE 99999 TO WS-VAR-PCT
029960     END-COMPUTE.
029970
029980     IF WS-VAR-PCT > WS-TOL-PCT
029990         MOVE "Y" TO WS-SUSPEND-SW
030000     END-IF.
030010*----------------------------------------------------------------
030020 4230-EXIT.
030030     EXIT.
030040*----------------------------------------------------------------
030050 4240-CHECK-ADD-TOLERANCE.
030060*----------------------------------------------------------------
030070*    THE ADD-SIDE SANITY CHECKS - A ZERO PRICE (WHEN THE
030080*    TOLERANCE IS IN FORCE) OR A PRICE ABOVE THE PARM-FILE
030090*    CEILING SUSPENDS THE ADD FOR A SUPERVISOR'S EYES. AN
030100*    OVERRIDE RELEASE PASSES.
030110*----------------------------------------------------------------
030120     MOVE "N"   TO WS-SUSPEND-SW.
030130     MOVE ZEROS TO WS-VAR-PCT.
030140
030150     IF SRT-IS-OVERRIDE
030160         GO TO 4240-EXIT
030170     END-IF.
030180
030190     IF WS-TOL-PCT > ZEROS
030200        AND TXN-ITEM-PRICE = ZEROS
030210         MOVE 99999 TO WS-VAR-PCT
030220         MOVE "Y"   TO WS-SUSPEND-SW
030230         GO TO 4240-EXIT
030240     END-IF.
030250
030260     IF WS-SANITY-CEIL > ZEROS
030270        AND TXN-ITEM-PRICE > WS-SANITY-CEIL
030280         MOVE 99999 TO WS-VAR-PCT
030290         MOVE "Y"   TO WS-SUSPEND-SW
030300     END-IF.
030310*----------------------------------------------------------------
030320 4240-EXIT.
030330     EXIT.
030340*----------------------------------------------------------------
030350 4270-SUSPEND-ONE-TXN.
030360*----------------------------------------------------------------
030370*    HOLD THE TRANSACTION OFF THE MASTER - WRITE IT TO THE
030380*    SUSPENSE FILE WITH THE OLD PRICE, NEW PRICE, AND THE
030390*    COMPUTED VARIANCE, COUNT IT FOR ITS BATCH AND THE RUN,
030400*    AND KEEP A LINE FOR THE OPERATIONS REPORT. IT APPLIES
030410*    ONLY WHEN A SUPERVISOR OVERRIDE NAMES ITS KEY IN A LATER
030420*    RUN.
030430*----------------------------------------------------------------
030440     MOVE WS-CUR-KEY        TO SU-ITEM-KEY.
030450     MOVE WS-RUN-DATE       TO SU-RUN-DATE.
030460     MOVE BAT-ID(SRT-BATCH-SUB) TO SU-BATCH-ID.
030470     MOVE TXN-DETAIL-ACTION TO SU-ACTION.
030480     IF WS-CUR-EXISTS
030490         MOVE CUR-ITEM-PRICE TO SU-OLD-PRICE
030500     ELSE
030510         MOVE ZEROS TO SU-OLD-PRICE
030520     END-IF.
030530     MOVE TXN-ITEM-PRICE    TO SU-NEW-PRICE.
030540     MOVE WS-VAR-PCT        TO SU-VAR-PCT.
030550     MOVE TXN-DETAIL-ITEM   TO SU-ITEM.
030560     WRITE SUSPENSE-OUT-REC.
030570
030580     ADD 1 TO WS-SUSPEND-COUNT.
030590     ADD 1 TO BAT-SUSPENDED(SRT-BATCH-SUB).
030600
030610     IF WS-SUSP-RPT-COUNT < 200
030620         ADD 1 TO WS-SUSP-RPT-COUNT
030630         MOVE SU-ITEM-KEY  TO SRL-KEY(WS-SUSP-RPT-COUNT)
030640         MOVE SU-ACTION    TO SRL-ACTION(WS-SUSP-RPT-COUNT)
030650         MOVE SU-OLD-PRICE TO SRL-OLD-PRICE(WS-SUSP-RPT-COUNT)
030660         MOVE SU-NEW-PRICE TO SRL-NEW-PRICE(WS-SUSP-RPT-COUNT)
030670         MOVE SU-VAR-PCT   TO SRL-VAR-PCT(WS-SUSP-RPT-COUNT)
030680     END-IF.
030690
030700     DISPLAY "BUGSOL:   SUSPENDED - KEY " SU-ITEM-KEY
030710             " ACTION " SU-ACTION
030720             " OLD " SU-OLD-PRICE " NEW " SU-NEW-PRICE
030730             " VARIANCE " SU-VAR-PCT " PCT".
030740
030750     MOVE "S" TO WS-ACK-DISP.
030760     PERFORM 4280-ACK-ONE-TXN
030770         THRU 4280-EXIT.
030780*----------------------------------------------------------------
030790 4270-EXIT.
030800     EXIT.
030810*----------------------------------------------------------------
030820 4280-ACK-ONE-TXN.
030830*----------------------------------------------------------------
030840*    RECORD A MERGE-PHASE FATE FOR THE OFFICE'S ACKNOWLEDGMENT -
030850*    THE CALLER HAS SET WS-ACK-DISP TO A (APPLIED) OR S
030860*    (SUSPENDED ON PRICE TOLERANCE). MERGE REJECTS ARE RECORDED
030870*    BY 2450 WITH THE REST OF THE REJECTS.
030880*----------------------------------------------------------------
030890     MOVE SPACES            TO WS-ACK-REC.
030900     MOVE SRT-SEQ           TO WSA-SEQ.
030910     MOVE TXN-DETAIL-ACTION TO WSA-ACTION.
030920     MOVE WS-ACK-DISP       TO WSA-DISP.
030930     IF WSA-DISP-SUSPENDED
030940         MOVE "TOLERANCE" TO WSA-REASON
030950     END-IF.
030960     MOVE TXN-DETAIL-ITEM   TO WSA-ITEM.
030970     MOVE SRT-BATCH-SUB     TO WS-ACK-BAT-SUB.
030980     PERFORM 2470-WRITE-ACK-DETAIL
030990         THRU 2470-EXIT.
031000*----------------------------------------------------------------
031010 4280-EXIT.
031020     EXIT.
031030*----------------------------------------------------------------
031040 4300-COPY-PRIOR-BELOW.
031050*----------------------------------------------------------------
031060*    CARRY THE PRIOR MASTER FORWARD UP TO (NOT INCLUDING) THE
031070*    CURRENT GROUP KEY - ITEMS NO TRANSACTION TOUCHED TONIGHT
031080*    PASS STRAIGHT TO THE NEW MASTER. THE FINAL DRAIN CALLS
031090*    THIS WITH THE KEY AT HIGH-VALUES.
031100*----------------------------------------------------------------
031110     PERFORM 4310-COPY-ONE-PRIOR
031120         THRU 4310-EXIT
031130         UNTIL WS-PRIOR-EOF
031140            OR PM-ITEM-KEY NOT < WS-CUR-KEY.
031150*----------------------------------------------------------------
031160 4300-EXIT.
031170     EXIT.
031180*----------------------------------------------------------------
031190 4310-COPY-ONE-PRIOR.
031200*----------------------------------------------------------------
031210     MOVE PRIOR-MASTER-REC TO ITEM-MASTER-REC.
031220
031230     PERFORM 4410-WRITE-ONE-MASTER
031240         THRU 4410-EXIT.
031250
031260     PERFORM 4050-READ-PRIOR-MASTER
031270         THRU 4050-EXIT.
031280*----------------------------------------------------------------
031290 4310-EXIT.
031300     EXIT.
031310*----------------------------------------------------------------
031320 4400-WRITE-MASTER-REC.
031330*----------------------------------------------------------------
031340     MOVE SPACES           TO ITEM-MASTER-REC.
031350     MOVE WS-CUR-ITEM      TO IM-ITEM.
031360     MOVE WS-CUR-BATCH-TAG TO IM-BATCH-ID.
031370     PERFORM 4410-WRITE-ONE-MASTER
031380         THRU 4410-EXIT.
031390*----------------------------------------------------------------
031400 4400-EXIT.
031410     EXIT.
031420*----------------------------------------------------------------
031430 4410-WRITE-ONE-MASTER.
031440*----------------------------------------------------------------
031450     WRITE ITEM-MASTER-REC
031460         INVALID KEY
031470             DISPLAY "BUGSOL: VSAM WRITE REJECTED FOR KEY "
031480                     IM-ITEM-KEY " - STATUS " WS-MASTER-FS
031490                     " - ABENDING"
031500             MOVE 16 TO RETURN-CODE
031510             MOVE "F" TO WS-AUDIT-STATUS
031520             PERFORM 7000-WRITE-AUDIT-RECORD
031530                 THRU 7000-EXIT
031540             STOP RUN
031550     END-WRITE.
031560
031570     ADD 1 TO WS-COUNT.
031580*----------------------------------------------------------------
031590 4410-EXIT.
031600     EXIT.
031610*----------------------------------------------------------------
031620 4500-FLUSH-HISTORY.
031630*----------------------------------------------------------------
031640*    APPEND THE MERGE'S STAGED HISTORY RECORDS TO THE PERMANENT
031650*    HISTORY FILE. THE HISTF DD IS DISP=MOD, SO THE OPEN PICKS
031660*    UP AT END OF FILE. THIS RUNS ONLY AFTER THE NEW MASTER
031670*    CLOSED CLEAN - AN ABENDED MERGE LEAVES THE WORK FILE TO
031680*    EVAPORATE AND THE PERMANENT HISTORY UNTOUCHED, SO A RERUN
031690*    CANNOT DOUBLE-WRITE A NIGHT'S ACTIONS.
031700*----------------------------------------------------------------
031710     IF WS-HISTORY-COUNT = ZEROS
031720         GO TO 4500-EXIT
031730     END-IF.
031740
031750     MOVE "N" TO WS-HW-EOF-SW.
031760     OPEN INPUT HIST-WORK-FILE.
031770     OPEN OUTPUT HISTORY-FILE.
031780
031790     PERFORM 4510-COPY-ONE-HISTORY
031800         THRU 4510-EXIT
031810         UNTIL WS-HW-EOF.
031820
031830     CLOSE HIST-WORK-FILE.
031840     CLOSE HISTORY-FILE.
031850
031860     DISPLAY "BUGSOL: HISTORY RECORDS APPENDED - "
031870             WS-HISTORY-COUNT.
031880*----------------------------------------------------------------
031890 4500-EXIT.
031900     EXIT.
031910*----------------------------------------------------------------
031920 4510-COPY-ONE-HISTORY.
031930*----------------------------------------------------------------
031940     READ HIST-WORK-FILE
031950         AT END
031960             MOVE "Y" TO WS-HW-EOF-SW
031970             GO TO 4510-EXIT
031980     END-READ.
031990
032000     WRITE HISTORY-REC FROM HIST-WORK-REC.
032010*----------------------------------------------------------------
032020 4510-EXIT.
032030     EXIT.
032040*----------------------------------------------------------------
032050 3000-RECONCILE-CONTROL-TOTALS.
032060*----------------------------------------------------------------
032070*    COMPARE THE EXPECTED RECORD COUNT CARRIED ON THE ITEM-INPUT-
032080*    FILE HEADER RECORDS AGAINST THE TOTAL DETAIL RECORDS
032090*    ACCOUNTED FOR - THOSE APPLIED AT THE MERGE PLUS THOSE
032100*    LEGITIMATELY REJECTED IN EITHER PHASE PLUS THOSE SITTING
032110*    INTACT ON QUARANTINE-FILE - AND PRINT A SHORT CONTROL
032120*    REPORT FLAGGING ANY MISMATCH. THE REPORT IS BROKEN DOWN
032130*    BY BATCH FIRST AND THE RUN TOTAL FOLLOWS.
032140*----------------------------------------------------------------
032150     DISPLAY "BUGSOL: CONTROL REPORT BY BATCH".
032160
032170     PERFORM 3100-REPORT-ONE-BATCH
032180         THRU 3100-EXIT
032190         VARYING WS-BAT-SUB FROM 1 BY 1
032200         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
032210
032220     COMPUTE WS-TOTAL-PROCESSED =
032230         WS-APPLIED-COUNT + WS-REJECT-COUNT
032240             + WS-QUAR-DETAIL-COUNT + WS-SUSPEND-COUNT.
032250
032260     DISPLAY "BUGSOL: CONTROL REPORT - EXPECTED "
032270             WS-EXPECTED-COUNT " APPLIED " WS-APPLIED-COUNT
032280             " REJECTED " WS-REJECT-COUNT
032290             " QUARANTINED " WS-QUAR-DETAIL-COUNT
032300             " SUSPENDED " WS-SUSPEND-COUNT
032310             " ON MASTER " WS-COUNT.
032320
032330     DISPLAY "BUGSOL: CONTROL AMOUNTS - EXPECTED "
032340             WS-EXP-AMT-TOTAL " COMPUTED " WS-CMP-AMT-TOTAL.
032350
032360     IF WS-TOTAL-PROCESSED NOT = WS-EXPECTED-COUNT
032370         DISPLAY "BUGSOL: *** CONTROL TOTAL MISMATCH - LOAD IS "
032380                 "SHORT OR OVER AGAINST EXPECTED COUNT ***"
032390         MOVE 8 TO RETURN-CODE
032400     ELSE
032410         DISPLAY "BUGSOL: CONTROL TOTALS BALANCE"
032420     END-IF.
032430*----------------------------------------------------------------
032440 3000-EXIT.
032450     EXIT.
032460*----------------------------------------------------------------
032470 3100-REPORT-ONE-BATCH.
032480*----------------------------------------------------------------
032490*    ONE CONTROL LINE PER BATCH - THE APPLIED COUNT IS DERIVED
032500*    FROM DETAILS READ LESS DETAILS REJECTED, SINCE EVERY
032510*    RELEASED DETAIL IS EITHER APPLIED AT THE MERGE OR
032520*    REJECTED THERE. A HEADER-VS-DETAIL SHORTFALL, A TRAILER
032530*    COUNT, OR A TRAILER AMOUNT THAT DOES NOT MATCH FLAGS THE
032540*    BATCH AND SETS THE CONTROL-MISMATCH RETURN CODE. A
032550*    QUARANTINED BATCH REPORTS ITS OWN LINE WITH NOTHING
032560*    APPLIED AND RAISES RC=04 SO THE WITHHELD BATCH IS SEEN
032570*    THE SAME NIGHT WITHOUT BLOCKING THE DOWNSTREAM STEPS THE
032580*    WAY A CONTROL MISMATCH DOES.
032590*    A BATCH HELD BECAUSE ITS OFFICE IS NOT ACTIVE ON THE
032600*    SENDING-OFFICE REGISTRY REPORTS THE SAME WAY.
032610*----------------------------------------------------------------
032620     IF BAT-QUARANTINED(WS-BAT-SUB)
032630         MOVE ZEROS TO BAT-APPLIED(WS-BAT-SUB)
032640         IF BAT-UNREGISTERED(WS-BAT-SUB)
032650             DISPLAY "BUGSOL:   BATCH " BAT-ID(WS-BAT-SUB)
032660                     " HELD - UNREGISTERED OR INACTIVE OFFICE - "
032670                     BAT-DETAIL-COUNT(WS-BAT-SUB)
032680                     " DETAILS - NONE APPLIED"
032690         ELSE
032700             DISPLAY "BUGSOL:   BATCH " BAT-ID(WS-BAT-SUB)
032710                     " QUARANTINED - " BAT-REJECTED(WS-BAT-SUB)
032720                     " OF " BAT-DETAIL-COUNT(WS-BAT-SUB)
032730                     " DETAILS REJECTED - NONE APPLIED"
032740         END-IF
032750         IF RETURN-CODE < 4
032760             MOVE 4 TO RETURN-CODE
032770         END-IF
032780     ELSE
032790         COMPUTE BAT-APPLIED(WS-BAT-SUB) =
032800             BAT-DETAIL-COUNT(WS-BAT-SUB)
032810                 - BAT-REJECTED(WS-BAT-SUB)
032820                 - BAT-SUSPENDED(WS-BAT-SUB)
032830
032840         DISPLAY "BUGSOL:   BATCH " BAT-ID(WS-BAT-SUB)
032850                 " EXPECTED " BAT-EXPECTED(WS-BAT-SUB)
032860                 " LOADED " BAT-APPLIED(WS-BAT-SUB)
032870                 " REJECTED " BAT-REJECTED(WS-BAT-SUB)
032880     END-IF.
032890
032900     DISPLAY "BUGSOL:   BATCH " BAT-ID(WS-BAT-SUB)
032910             " AMOUNT EXPECTED " BAT-EXP-AMOUNT(WS-BAT-SUB)
032920             " COMPUTED " BAT-COMP-AMOUNT(WS-BAT-SUB).
032930
032940     IF BAT-SUSPENDED(WS-BAT-SUB) > ZEROS
032950         DISPLAY "BUGSOL:   BATCH " BAT-ID(WS-BAT-SUB)
032960                 " SUSPENDED " BAT-SUSPENDED(WS-BAT-SUB)
032970                 " FOR PRICE TOLERANCE"
032980     END-IF.
032990
033000     ADD BAT-EXP-AMOUNT(WS-BAT-SUB)  TO WS-EXP-AMT-TOTAL.
033010     ADD BAT-COMP-AMOUNT(WS-BAT-SUB) TO WS-CMP-AMT-TOTAL.
033020
033030     IF BAT-DETAIL-COUNT(WS-BAT-SUB)
033040             NOT = BAT-EXPECTED(WS-BAT-SUB)
033050         DISPLAY "BUGSOL:   *** BATCH " BAT-ID(WS-BAT-SUB)
033060                 " DETAIL COUNT " BAT-DETAIL-COUNT(WS-BAT-SUB)
033070                 " DOES NOT MATCH ITS HEADER ***"
033080         MOVE 8 TO RETURN-CODE
033090     END-IF.
033100
033110     IF BAT-TRAILER-ERR(WS-BAT-SUB)
033120         DISPLAY "BUGSOL:   *** BATCH " BAT-ID(WS-BAT-SUB)
033130                 " TRAILER COUNT DOES NOT MATCH ITS DETAILS ***"
033140         MOVE 8 TO RETURN-CODE
033150     END-IF.
033160
033170     IF BAT-AMOUNT-ERR(WS-BAT-SUB)
033180         DISPLAY "BUGSOL:   *** BATCH " BAT-ID(WS-BAT-SUB)
033190                 " TRAILER AMOUNT " BAT-EXP-AMOUNT(WS-BAT-SUB)
033200                 " DOES NOT MATCH COMPUTED "
033210                 BAT-COMP-AMOUNT(WS-BAT-SUB) " ***"
033220         MOVE 8 TO RETURN-CODE
033230     END-IF.
033240*----------------------------------------------------------------
033250 3100-EXIT.
033260     EXIT.
033270*----------------------------------------------------------------
033280 3500-CHECK-EXPECTED-OFFICES.
033290*----------------------------------------------------------------
033300*    EVERY ACTIVE OFFICE WHOSE SEND DAYS INCLUDE TONIGHT SHOULD
033310*    HAVE HAD A HEADER ON ITEM-INPUT-FILE. ONE THAT DID NOT IS
033320*    LISTED WITH ITS CONTACT AND RAISES RC=04 - A MISSING
033330*    TRANSMISSION IS CHASED WITH THE OFFICE, IT DOES NOT STOP
033340*    THE NIGHT. NOTHING IS CHECKED WHEN THE REGISTRY DID NOT
033350*    LOAD (1200 HAS ALREADY WARNED).
033360*----------------------------------------------------------------
033370     IF NOT WS-REGISTRY-LOADED
033380         GO TO 3500-EXIT
033390     END-IF.
033400
033410     PERFORM 3510-CHECK-ONE-OFFICE
033420         THRU 3510-EXIT
033430         VARYING WS-OFC-SUB FROM 1 BY 1
033440         UNTIL WS-OFC-SUB > WS-OFC-COUNT.
033450
033460     IF WS-OFC-MISSING-COUNT > ZEROS
033470         DISPLAY "BUGSOL: *** " WS-OFC-MISSING-COUNT
033480                 " SENDING OFFICE(S) DUE TONIGHT SENT NO "
033490                 "BATCH ***"
033500         IF RETURN-CODE < 4
033510             MOVE 4 TO RETURN-CODE
033520         END-IF
033530     ELSE
033540         DISPLAY "BUGSOL: ALL SENDING OFFICES DUE TONIGHT "
033550                 "RECEIVED"
033560     END-IF.
033570*----------------------------------------------------------------
033580 3500-EXIT.
033590     EXIT.
033600*----------------------------------------------------------------
033610 3510-CHECK-ONE-OFFICE.
033620*----------------------------------------------------------------
033630     IF OFT-ACTIVE(WS-OFC-SUB)
033640        AND OFT-DUE-TONIGHT(WS-OFC-SUB)
033650        AND NOT OFT-RECEIVED(WS-OFC-SUB)
033660         ADD 1 TO WS-OFC-MISSING-COUNT
033670         DISPLAY "BUGSOL:   OFFICE " OFT-ID(WS-OFC-SUB)
033680                 " DUE TONIGHT - NO BATCH RECEIVED - CONTACT "
033690                 OFT-CONTACT(WS-OFC-SUB)
033700     END-IF.
033710*----------------------------------------------------------------
033720 3510-EXIT.
033730     EXIT.
033740*----------------------------------------------------------------
033750 3600-WRITE-OFFICE-LOG.
033760*----------------------------------------------------------------
033770*    APPEND TONIGHT'S SENDING-OFFICE ACTIVITY TO THE OFFICE LOG
033780*    FOR THE BUGSCR MONTHLY SCORECARD. THE OFFLOG DD IS
033790*    DISP=MOD, SO THE OPEN APPENDS. ONE NIGHT HEADER (RUN DATE,
033800*    TIME AND DAY OF WEEK), THEN PER OFFICE BATCH A RECEIVED
033810*    RECORD - DUE FLAG, DISPOSITION (A ACCEPTED, Q QUARANTINED
033820*    ON THE REJECT THRESHOLD, U HELD UNREGISTERED) AND ITS
033830*    COUNTS - FOLLOWED BY ONE RECORD PER REJECT REASON, THEN A
033840*    MISSING RECORD PER ACTIVE OFFICE DUE BUT NOT RECEIVED. THE
033850*    SUITE'S OWN RECYCLE, RELEASE AND OVERRIDE BATCHES ARE NOT
033860*    OFFICE TRAFFIC AND ARE LEFT OFF. A FORCED RERUN OF THE
033870*    SAME DATE APPENDS A SECOND NIGHT - BUGSCR KEEPS THE LAST.
033880*----------------------------------------------------------------
033890     OPEN OUTPUT OFFICE-LOG-FILE.
033900
033910     MOVE SPACES      TO OFFICE-LOG-REC.
033920     MOVE WS-RUN-DATE TO OFL-RUN-DATE.
033930     MOVE "N"         TO OFL-REC-TYPE.
033940     MOVE WS-RUN-TIME TO OFL-RUN-TIME.
033950     MOVE WS-RUN-DOW  TO OFL-RUN-DOW.
033960     WRITE OFFICE-LOG-REC.
033970
033980     PERFORM 3610-LOG-ONE-BATCH
033990         THRU 3610-EXIT
034000         VARYING WS-BAT-SUB FROM 1 BY 1
034010         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
034020
034030     IF WS-REGISTRY-LOADED
034040         PERFORM 3630-LOG-ONE-MISSING
034050             THRU 3630-EXIT
034060             VARYING WS-OFC-SUB FROM 1 BY 1
034070             UNTIL WS-OFC-SUB > WS-OFC-COUNT
034080     END-IF.
034090
034100     CLOSE OFFICE-LOG-FILE.
034110*----------------------------------------------------------------
034120 3600-EXIT.
034130     EXIT.
034140*----------------------------------------------------------------
034150 3610-LOG-ONE-BATCH.
034160*----------------------------------------------------------------
034170     IF BAT-SUITE-BATCH(WS-BAT-SUB)
034180         GO TO 3610-EXIT
034190     END-IF.
034200
034210     MOVE SPACES                TO OFFICE-LOG-REC.
034220     MOVE WS-RUN-DATE           TO OFL-RUN-DATE.
034230     MOVE BAT-ID(WS-BAT-SUB)    TO OFL-BATCH-ID.
034240     MOVE "B"                   TO OFL-REC-TYPE.
034250     MOVE BAT-DUE-SW(WS-BAT-SUB) TO OFL-DUE-SW.
034260
034270     IF BAT-UNREGISTERED(WS-BAT-SUB)
034280         MOVE "U" TO OFL-DISPOSITION
034290     ELSE
034300         IF BAT-QUARANTINED(WS-BAT-SUB)
034310             MOVE "Q" TO OFL-DISPOSITION
034320         ELSE
034330             MOVE "A" TO OFL-DISPOSITION
034340         END-IF
034350     END-IF.
034360
034370     MOVE BAT-DETAIL-COUNT(WS-BAT-SUB) TO OFL-DETAIL-COUNT.
034380     MOVE BAT-APPLIED(WS-BAT-SUB)      TO OFL-APPLIED.
034390     MOVE BAT-REJECTED(WS-BAT-SUB)     TO OFL-REJECTED.
034400     MOVE BAT-SUSPENDED(WS-BAT-SUB)    TO OFL-SUSPENDED.
034410     WRITE OFFICE-LOG-REC.
034420
034430     PERFORM 3620-LOG-ONE-REASON
034440         THRU 3620-EXIT
034450         VARYING WS-BRA-SUB FROM 1 BY 1
034460         UNTIL WS-BRA-SUB > WS-BATREA-COUNT.
034470*----------------------------------------------------------------
034480 3610-EXIT.
034490     EXIT.
034500*----------------------------------------------------------------
034510 3620-LOG-ONE-REASON.
034520*----------------------------------------------------------------
034530     IF BRA-BAT-SUB(WS-BRA-SUB) NOT = WS-BAT-SUB
034540         GO TO 3620-EXIT
034550     END-IF.
034560
034570     MOVE SPACES                 TO OFFICE-LOG-REC.
034580     MOVE WS-RUN-DATE            TO OFL-RUN-DATE.
034590     MOVE BAT-ID(WS-BAT-SUB)     TO OFL-BATCH-ID.
034600     MOVE "R"                    TO OFL-REC-TYPE.
034610     MOVE BRA-CODE(WS-BRA-SUB)   TO OFL-REASON.
034620     MOVE BRA-COUNT(WS-BRA-SUB)  TO OFL-REASON-COUNT.
034630     WRITE OFFICE-LOG-REC.
034640*----------------------------------------------------------------
034650 3620-EXIT.
034660     EXIT.
034670*----------------------------------------------------------------
034680 3630-LOG-ONE-MISSING.
034690*----------------------------------------------------------------
034700     IF NOT OFT-ACTIVE(WS-OFC-SUB)
034710        OR NOT OFT-DUE-TONIGHT(WS-OFC-SUB)
034720        OR OFT-RECEIVED(WS-OFC-SUB)
034730         GO TO 3630-EXIT
034740     END-IF.
034750
034760     MOVE SPACES              TO OFFICE-LOG-REC.
034770     MOVE WS-RUN-DATE         TO OFL-RUN-DATE.
034780     MOVE OFT-ID(WS-OFC-SUB)  TO OFL-BATCH-ID.
034790     MOVE "M"                 TO OFL-REC-TYPE.
034800     WRITE OFFICE-LOG-REC.
034810*----------------------------------------------------------------
034820 3630-EXIT.
034830     EXIT.
034840*----------------------------------------------------------------
034850 3700-WRITE-ACK-SUMMARY.
034860*----------------------------------------------------------------
034870*    CLOSE OUT THE ACKNOWLEDGMENT WORK FILE WITH ONE SUMMARY
034880*    PER OFFICE BATCH - THE HEADER COUNT AND TRAILER HASH AS
034890*    THEY REACHED THIS STEP, THE DETAILS AND AMOUNT ACTUALLY
034900*    READ, AND WHETHER THE BATCH WAS APPLIED (A), QUARANTINED
034910*    ON THE REJECT THRESHOLD (Q), OR HELD UNREGISTERED (U).
034920*    BUGACK ADDS BACK WHAT THE PENDING SCREEN TOOK OUT SO THE
034930*    RETURN FILE TIES TO WHAT THE OFFICE SENT.
034940*----------------------------------------------------------------
034950     PERFORM 3710-ACK-ONE-BATCH
034960         THRU 3710-EXIT
034970         VARYING WS-BAT-SUB FROM 1 BY 1
034980         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
034990
035000     CLOSE ACK-WORK-FILE.
035010
035020     DISPLAY "BUGSOL: DETAILS RECORDED FOR ACKNOWLEDGMENT - "
035030             WS-ACK-COUNT.
035040*----------------------------------------------------------------
035050 3700-EXIT.
035060     EXIT.
035070*----------------------------------------------------------------
035080 3710-ACK-ONE-BATCH.
035090*----------------------------------------------------------------
035100     IF BAT-SUITE-BATCH(WS-BAT-SUB)
035110         GO TO 3710-EXIT
035120     END-IF.
035130
035140     MOVE SPACES                      TO WS-ACK-REC.
035150     MOVE "B"                         TO WSA-REC-TYPE.
035160     MOVE WS-BAT-SUB                  TO WSA-BAT-SUB.
035170     MOVE BAT-ID(WS-BAT-SUB)          TO WSA-BATCH-ID.
035180     MOVE WS-RUN-DATE                 TO WSA-RUN-DATE.
035190     MOVE BAT-EXPECTED(WS-BAT-SUB)    TO WSA-EXPECTED.
035200     MOVE BAT-EXP-AMOUNT(WS-BAT-SUB)  TO WSA-EXP-AMOUNT.
035210     MOVE BAT-DETAIL-COUNT(WS-BAT-SUB) TO WSA-DETAIL-COUNT.
035220     MOVE BAT-COMP-AMOUNT(WS-BAT-SUB) TO WSA-COMP-AMOUNT.
035230     MOVE BAT-OFFICE-AMOUNT(WS-BAT-SUB) TO WSA-OFFICE-AMOUNT.
035240     MOVE BAT-OFFICE-AMT-SW(WS-BAT-SUB) TO WSA-OFFICE-AMT-SW.
035250
035260     IF BAT-UNREGISTERED(WS-BAT-SUB)
035270         MOVE "U" TO WSA-BAT-DISP
035280     ELSE
035290         IF BAT-QUARANTINED(WS-BAT-SUB)
035300             MOVE "Q" TO WSA-BAT-DISP
035310         ELSE
035320             MOVE "A" TO WSA-BAT-DISP
035330         END-IF
035340     END-IF.
035350
035360     WRITE ACK-WORK-REC FROM WS-ACK-REC.
035370*----------------------------------------------------------------
035380 3710-EXIT.
035390     EXIT.
035400*----------------------------------------------------------------
035410 3800-CHECK-POS-ACKS.
035420*----------------------------------------------------------------
035430*    RECONCILE THE POS TRANSMISSION LOG AGAINST THE STORES'
035440*    RETURNED ACKNOWLEDGMENTS FOR THE OPERATIONS REPORT. ONLY
035450*    TRANSMISSIONS SENT BEFORE TONIGHT AND WITHIN THE WINDOW
035460*    ARE CHECKED - TONIGHT'S IS SENT AFTER THIS STEP, AND ONE
035470*    OLDER THAN THE WINDOW IS ASSUMED SETTLED BY A PRICE-BOOK
035480*    RELOAD. THE ACKNOWLEDGMENT FILE IS READ IN ARRIVAL ORDER,
035490*    SO A LATER ACKNOWLEDGMENT FOR THE SAME SEQUENCE (A RESEND
035500*    THAT LOADED AFTER A REJECT) REPLACES AN EARLIER ONE. A
035510*    MISSING LOG SKIPS THE CHECK WITH A WARNING; A MISSING
035520*    ACKNOWLEDGMENT FILE LEAVES EVERY TRANSMISSION UNANSWERED.
035530*----------------------------------------------------------------
035540     MOVE WS-RUN-DATE TO WS-CNV-DATE.
035550     PERFORM 8700-DATE-TO-DAYS
035560         THRU 8700-EXIT.
035570     MOVE WS-CNV-DAYS TO WS-POS-TODAY-DAYS.
035580
035590     OPEN INPUT POS-LOG-FILE.
035600
035610     IF WS-POSLOG-NOT-FOUND
035620         DISPLAY "BUGSOL: *** NO POS TRANSMISSION LOG - STORE "
035630                 "ACKNOWLEDGMENTS NOT CHECKED TONIGHT ***"
035640         IF RETURN-CODE < 4
035650             MOVE 4 TO RETURN-CODE
035660         END-IF
035670         GO TO 3800-EXIT
035680     END-IF.
035690
035700     IF NOT WS-POSLOG-FS-OK
035710         DISPLAY "BUGSOL: OPEN OF POS TRANSMISSION LOG FAILED - "
035720                 "STATUS " WS-POSLOG-FS " - ABENDING"
035730         MOVE 16 TO RETURN-CODE
035740         MOVE "F" TO WS-AUDIT-STATUS
035750         PERFORM 7000-WRITE-AUDIT-RECORD
035760             THRU 7000-EXIT
035770         STOP RUN
035780     END-IF.
035790
035800     READ POS-LOG-FILE
035810         AT END
035820             MOVE "Y" TO WS-POSLOG-EOF-SW.
035830
035840     PERFORM 3810-LOAD-ONE-POS-LOG
035850         THRU 3810-EXIT
035860         UNTIL WS-POSLOG-EOF.
035870
035880     CLOSE POS-LOG-FILE.
035890     MOVE "Y" TO WS-POS-CHECKED-SW.
035900
035910     OPEN INPUT POS-ACK-FILE.
035920
035930     IF WS-POSACK-NOT-FOUND
035940         DISPLAY "BUGSOL: NO STORE ACKNOWLEDGMENT FILE - NO POS "
035950                 "TRANSMISSION ACKNOWLEDGED"
035960         GO TO 3800-FLAG
035970     END-IF.
035980
035990     IF NOT WS-POSACK-FS-OK
036000         DISPLAY "BUGSOL: OPEN OF STORE ACKNOWLEDGMENT FILE "
036010                 "FAILED - STATUS " WS-POSACK-FS " - ABENDING"
036020         MOVE 16 TO RETURN-CODE
036030         MOVE "F" TO WS-AUDIT-STATUS
036040         PERFORM 7000-WRITE-AUDIT-RECORD
036050             THRU 7000-EXIT
036060         STOP RUN
036070     END-IF.
036080
036090     READ POS-ACK-FILE
036100         AT END
036110             MOVE "Y" TO WS-POSACK-EOF-SW.
036120
036130     PERFORM 3820-MATCH-ONE-POS-ACK
036140         THRU 3820-EXIT
036150         UNTIL WS-POSACK-EOF.
036160
036170     CLOSE POS-ACK-FILE.
036180
036190 3800-FLAG.
036200     PERFORM 3830-FLAG-ONE-POS
036210         THRU 3830-EXIT
036220         VARYING WS-POS-SUB FROM 1 BY 1
036230         UNTIL WS-POS-SUB > WS-POS-COUNT.
036240
036250     IF WS-POS-OVERFLOW > ZEROS
036260         DISPLAY "BUGSOL: *** " WS-POS-OVERFLOW
036270                 " POS TRANSMISSION(S) BEYOND THE 100 CHECKED "
036280                 "- NOT RECONCILED ***"
036290     END-IF.
036300
036310     IF WS-POS-FLAG-COUNT > ZEROS
036320        OR WS-POS-STRAY-COUNT > ZEROS
036330        OR WS-POS-OVERFLOW > ZEROS
036340         DISPLAY "BUGSOL: *** POS TRANSMISSIONS NOT ACCEPTED - "
036350                 WS-POS-FLAG-COUNT " - ACKNOWLEDGMENTS FOR "
036360                 "SEQUENCES NEVER SENT - " WS-POS-STRAY-COUNT
036370                 " ***"
036380         IF RETURN-CODE < 4
036390             MOVE 4 TO RETURN-CODE
036400         END-IF
036410     ELSE
036420         DISPLAY "BUGSOL: POS TRANSMISSIONS CHECKED - "
036430                 WS-POS-COUNT " - ALL ACCEPTED BY THE STORES"
036440     END-IF.
036450*----------------------------------------------------------------
036460 3800-EXIT.
036470     EXIT.
036480*----------------------------------------------------------------
036490 3810-LOAD-ONE-POS-LOG.
036500*----------------------------------------------------------------
036510     ADD 1 TO WS-POS-LOG-READ.
036520     MOVE PL-SEQ TO WS-POS-HIGH-SEQ.
036530
036540     IF PL-RUN-DATE NOT < WS-RUN-DATE
036550         GO TO 3810-READ
036560     END-IF.
036570
036580     MOVE PL-RUN-DATE TO WS-CNV-DATE.
036590     PERFORM 8700-DATE-TO-DAYS
036600         THRU 8700-EXIT.
036610
036620     IF WS-CNV-DAYS + WS-POS-WINDOW < WS-POS-TODAY-DAYS
036630         GO TO 3810-READ
036640     END-IF.
036650
036660     IF WS-POS-COUNT = 100
036670         ADD 1 TO WS-POS-OVERFLOW
036680         GO TO 3810-READ
036690     END-IF.
036700
036710     ADD 1 TO WS-POS-COUNT.
036720     MOVE PL-SEQ        TO PLT-SEQ(WS-POS-COUNT).
036730     MOVE PL-RUN-DATE   TO PLT-RUN-DATE(WS-POS-COUNT).
036740     MOVE PL-REC-COUNT  TO PLT-REC-COUNT(WS-POS-COUNT).
036750     MOVE PL-PRICE-HASH TO PLT-PRICE-HASH(WS-POS-COUNT).
036760     MOVE SPACES        TO PLT-ACK-STATUS(WS-POS-COUNT).
036770     MOVE ZEROS         TO PLT-ACK-DATE(WS-POS-COUNT).
036780
036790 3810-READ.
036800     READ POS-LOG-FILE
036810         AT END
036820             MOVE "Y" TO WS-POSLOG-EOF-SW.
036830*----------------------------------------------------------------
036840 3810-EXIT.
036850     EXIT.
036860*----------------------------------------------------------------
036870 3820-MATCH-ONE-POS-ACK.
036880*----------------------------------------------------------------
036890*    AN ACKNOWLEDGMENT FOR A SEQUENCE HIGHER THAN ANY EVER
036900*    LOGGED IS FOR A TRANSMISSION THIS SYSTEM NEVER SENT. ONE
036910*    FOR A SEQUENCE OUTSIDE THE WINDOW IS HISTORY AND IGNORED.
036920*----------------------------------------------------------------
036930     ADD 1 TO WS-POS-ACK-READ.
036940
036950     IF PA-SEQ > WS-POS-HIGH-SEQ
036960         ADD 1 TO WS-POS-STRAY-COUNT
036970         DISPLAY "BUGSOL:   STORE ACKNOWLEDGMENT FOR SEQUENCE "
036980                 PA-SEQ " - NEVER SENT"
036990         GO TO 3820-READ
037000     END-IF.
037010
037020     MOVE ZEROS TO WS-POS-FOUND-SUB.
037030     PERFORM 3825-FIND-ONE-POS
037040         THRU 3825-EXIT
037050         VARYING WS-POS-SUB FROM 1 BY 1
037060         UNTIL WS-POS-SUB > WS-POS-COUNT
037070            OR WS-POS-FOUND-SUB NOT = ZEROS.
037080
037090     IF WS-POS-FOUND-SUB = ZEROS
037100         GO TO 3820-READ
037110     END-IF.
037120
037130     MOVE PA-ACK-DATE TO PLT-ACK-DATE(WS-POS-FOUND-SUB).
037140
037150     EVALUATE TRUE
037160         WHEN PA-LOADED
037170             IF PA-REC-COUNT = PLT-REC-COUNT(WS-POS-FOUND-SUB)
037180                AND PA-PRICE-HASH
037190                    = PLT-PRICE-HASH(WS-POS-FOUND-SUB)
037200                 MOVE "A" TO PLT-ACK-STATUS(WS-POS-FOUND-SUB)
037210             ELSE
037220                 MOVE "M" TO PLT-ACK-STATUS(WS-POS-FOUND-SUB)
037230             END-IF
037240         WHEN PA-REJECTED
037250             MOVE "R" TO PLT-ACK-STATUS(WS-POS-FOUND-SUB)
037260         WHEN PA-SEQ-GAP
037270             MOVE "G" TO PLT-ACK-STATUS(WS-POS-FOUND-SUB)
037280         WHEN OTHER
037290             DISPLAY "BUGSOL:   STORE ACKNOWLEDGMENT FOR "
037300                     "SEQUENCE " PA-SEQ
037310                     " HAS UNKNOWN STATUS " PA-STATUS
037320                     " - IGNORED"
037330     END-EVALUATE.
037340
037350 3820-READ.
037360     READ POS-ACK-FILE
037370         AT END
037380             MOVE "Y" TO WS-POSACK-EOF-SW.
037390*----------------------------------------------------------------
037400 3820-EXIT.
037410     EXIT.
037420*----------------------------------------------------------------
037430 3825-FIND-ONE-POS.
037440*----------------------------------------------------------------
037450     IF PLT-SEQ(WS-POS-SUB) = PA-SEQ
037460         MOVE WS-POS-SUB TO WS-POS-FOUND-SUB
037470     END-IF.
037480*----------------------------------------------------------------
037490 3825-EXIT.
037500     EXIT.
037510*----------------------------------------------------------------
037520 3830-FLAG-ONE-POS.
037530*----------------------------------------------------------------
037540     IF PLT-ACCEPTED(WS-POS-SUB)
037550         GO TO 3830-EXIT
037560     END-IF.
037570
037580     ADD 1 TO WS-POS-FLAG-COUNT.
037590     DISPLAY "BUGSOL:   POS SEQUENCE " PLT-SEQ(WS-POS-SUB)
037600             " RUN DATE " PLT-RUN-DATE(WS-POS-SUB)
037610             " NOT ACCEPTED - STATUS '" PLT-ACK-STATUS(WS-POS-SUB)
037620             "'".
037630*----------------------------------------------------------------
037640 3830-EXIT.
037650     EXIT.
037660*----------------------------------------------------------------
037670 5000-LIST-REPORT.
037680*----------------------------------------------------------------
037690*    PRINT AN END-OF-RUN LISTING OF THE MASTER JUST WRITTEN SO
037700*    OPERATIONS CAN VERIFY THE LOAD WITHOUT TRUSTING THE
037710*    JOBLOG COUNTS ALONE. THE MASTER IS REREAD IN KEY ORDER -
037720*    THERE IS NO IN-CORE TABLE TO LIST ANY MORE.
037730*----------------------------------------------------------------
037740     DISPLAY "BUGSOL: MASTER CONTENTS LISTING".
037750
037760     MOVE "N" TO WS-MASTER-EOF-SW.
037770     MOVE ZEROS TO WS-LIST-COUNT.
037780     OPEN INPUT ITEM-MASTER-FILE.
037790
037800     IF NOT WS-MASTER-FS-OK
037810         DISPLAY "BUGSOL: REOPEN OF ITEM MASTER FAILED - "
037820                 "STATUS " WS-MASTER-FS " - ABENDING"
037830         MOVE 16 TO RETURN-CODE
037840         MOVE "F" TO WS-AUDIT-STATUS
037850         PERFORM 7000-WRITE-AUDIT-RECORD
037860             THRU 7000-EXIT
037870         STOP RUN
037880     END-IF.
037890
037900     PERFORM 5100-LIST-ONE-ITEM
037910         THRU 5100-EXIT
037920         UNTIL WS-MASTER-EOF.
037930
037940     CLOSE ITEM-MASTER-FILE.
037950*----------------------------------------------------------------
037960 5000-EXIT.
037970     EXIT.
037980*----------------------------------------------------------------
037990 5100-LIST-ONE-ITEM.
038000*----------------------------------------------------------------
038010     READ ITEM-MASTER-FILE NEXT RECORD
038020         AT END
038030             MOVE "Y" TO WS-MASTER-EOF-SW
038040             GO TO 5100-EXIT
038050     END-READ.
038060
038070     ADD 1 TO WS-LIST-COUNT.
038080     DISPLAY "  " WS-LIST-COUNT "  " IM-ITEM
038090             "  " IM-BATCH-ID.
038100*----------------------------------------------------------------
038110 5100-EXIT.
038120     EXIT.
038130*----------------------------------------------------------------
038140 6000-INQUIRE-ITEM.
038150*----------------------------------------------------------------
038160*    LOOK UP WS-INQUIRY-KEY (FROM THE PARM-FILE INQUIRY FIELD)
038170*    WITH A KEYED READ AGAINST THE MASTER JUST WRITTEN - THE
038180*    WHOLE POINT OF THE VSAM CLUSTER. THE OLD SEARCH ALL OVER
038190*    THE IN-CORE TABLE WENT WITH THE TABLE.
038200*----------------------------------------------------------------
038210     OPEN INPUT ITEM-MASTER-FILE.
038220
038230     IF NOT WS-MASTER-FS-OK
038240         DISPLAY "BUGSOL: REOPEN OF ITEM MASTER FAILED - "
038250                 "STATUS " WS-MASTER-FS " - ABENDING"
038260         MOVE 16 TO RETURN-CODE
038270         MOVE "F" TO WS-AUDIT-STATUS
038280         PERFORM 7000-WRITE-AUDIT-RECORD
038290             THRU 7000-EXIT
038300         STOP RUN
038310     END-IF.
038320
038330     MOVE WS-INQUIRY-KEY TO IM-ITEM-KEY.
038340
038350     READ ITEM-MASTER-FILE
038360         INVALID KEY
038370             DISPLAY "BUGSOL: INQUIRY KEY " WS-INQUIRY-KEY
038380                     " NOT FOUND ON THE MASTER"
038390         NOT INVALID KEY
038400             DISPLAY "BUGSOL: INQUIRY KEY " WS-INQUIRY-KEY
038410                     " FOUND - DESC " IM-ITEM-DESC
038420                     " PRICE " IM-ITEM-PRICE
038430                     " STATUS " IM-ITEM-STATUS
038440     END-READ.
038450
038460     CLOSE ITEM-MASTER-FILE.
038470*----------------------------------------------------------------
038480 6000-EXIT.
038490     EXIT.
038500*----------------------------------------------------------------
038510 7000-WRITE-AUDIT-RECORD.
038520*----------------------------------------------------------------
038530*    DROP ONE AUDIT-FILE RECORD FOR THIS EXECUTION SO OPERATIONS
038540*    HAS A PERMANENT RUN-BY-RUN HISTORY OF WHEN BUGSOL RAN, HOW
038550*    MANY ITEMS IT LOADED, AND WHETHER THE RUN SUCCEEDED OR
038560*    ABENDED - WS-AUDIT-STATUS IS SET TO "F" BY THE ABEND PATHS
038570*    THAT PERFORM THIS PARAGRAPH BEFORE STOP RUN.
038580*----------------------------------------------------------------
038590     OPEN OUTPUT AUDIT-FILE.
038600
038610     MOVE "BUGSOL"      TO AUD-PROGRAM-ID.
038620     MOVE WS-RUN-DATE   TO AUD-RUN-DATE.
038630     ACCEPT AUD-RUN-TIME FROM TIME.
038640     MOVE WS-COUNT      TO AUD-FINAL-COUNT.
038650     MOVE WS-AUDIT-STATUS TO AUD-STATUS.
038660     MOVE WS-MAX-ITEMS  TO AUD-CAPACITY.
038670
038680     WRITE AUDIT-REC.
038690     CLOSE AUDIT-FILE.
038700*----------------------------------------------------------------
038710 7000-EXIT.
038720     EXIT.
038730*----------------------------------------------------------------
038740 8000-PRINT-OPS-REPORT.
038750*----------------------------------------------------------------
038760*    THE DAILY OPERATIONS REPORT - ONE PRINT FILE THE BUSINESS
038770*    CAN BE HANDED. PAGE HEADINGS CARRY THE RUN DATE AND TIME,
038780*    THE JOB NAME, AND A PAGE NUMBER, WITH PAGE BREAKS THROWN
038790*    ON THE TOP-OF-PAGE (C01) CHANNEL DECLARED IN SPECIAL-
038800*    NAMES. SECTIONS - CONTROL TOTALS AND AMOUNTS BY BATCH,
038810*    REJECT SUMMARY BY REASON CODE, THE ITEM LISTING (REREAD
038820*    FROM THE MASTER IN KEY ORDER), AND GRAND TOTALS.
038830*----------------------------------------------------------------
038840     OPEN OUTPUT REPORT-FILE.
038850
038860     MOVE WS-RUN-DATE TO H1-RUN-DATE.
038870     MOVE WS-RUN-TIME TO H1-RUN-TIME.
038880
038890     PERFORM 8100-START-NEW-PAGE
038900         THRU 8100-EXIT.
038910
038920     MOVE "CONTROL TOTALS BY BATCH" TO WS-RPT-LINE.
038930     PERFORM 8900-WRITE-RPT-LINE
038940         THRU 8900-EXIT.
038950
038960     PERFORM 8200-PRINT-ONE-BATCH
038970         THRU 8200-EXIT
038980         VARYING WS-BAT-SUB FROM 1 BY 1
038990         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
039000
039010     MOVE WS-EXP-AMT-TOTAL TO RA-EXP-AMT.
039020     MOVE WS-CMP-AMT-TOTAL TO RA-CMP-AMT.
039030     MOVE WS-RPT-AMT-LINE TO WS-RPT-LINE.
039040     PERFORM 8900-WRITE-RPT-LINE
039050         THRU 8900-EXIT.
039060
039070     PERFORM 8900-WRITE-RPT-LINE
039080         THRU 8900-EXIT.
039090
039100     MOVE "SENDING-OFFICE REGISTRY CHECK" TO WS-RPT-LINE.
039110     PERFORM 8900-WRITE-RPT-LINE
039120         THRU 8900-EXIT.
039130
039140     IF NOT WS-REGISTRY-LOADED
039150         MOVE "     REGISTRY MISSING OR EMPTY - BATCH IDS "
039160             TO WS-RPT-LINE
039170         MOVE "NOT CHECKED" TO WS-RPT-LINE(44:11)
039180         PERFORM 8900-WRITE-RPT-LINE
039190             THRU 8900-EXIT
039200     ELSE
039210         IF WS-UNREG-COUNT = ZEROS
039220            AND WS-OFC-MISSING-COUNT = ZEROS
039230             MOVE "     ALL DUE OFFICES RECEIVED - NO "
039240                 TO WS-RPT-LINE
039250             MOVE "UNREGISTERED BATCHES" TO WS-RPT-LINE(36:20)
039260             PERFORM 8900-WRITE-RPT-LINE
039270                 THRU 8900-EXIT
039280         ELSE
039290             PERFORM 8600-PRINT-ONE-UNREG
039300                 THRU 8600-EXIT
039310                 VARYING WS-BAT-SUB FROM 1 BY 1
039320                 UNTIL WS-BAT-SUB > WS-BATCH-COUNT
039330             PERFORM 8650-PRINT-ONE-MISSING
039340                 THRU 8650-EXIT
039350                 VARYING WS-OFC-SUB FROM 1 BY 1
039360                 UNTIL WS-OFC-SUB > WS-OFC-COUNT
039370         END-IF
039380     END-IF.
039390
039400     PERFORM 8900-WRITE-RPT-LINE
039410         THRU 8900-EXIT.
039420     MOVE "POS PRICE-BOOK TRANSMISSIONS" TO WS-RPT-LINE.
039430     PERFORM 8900-WRITE-RPT-LINE
039440         THRU 8900-EXIT.
039450
039460     IF NOT WS-POS-CHECKED
039470         MOVE "     NO POS TRANSMISSION LOG - STORE "
039480             TO WS-RPT-LINE
039490         MOVE "ACKNOWLEDGMENTS NOT CHECKED" TO WS-RPT-LINE(38:27)
039500         PERFORM 8900-WRITE-RPT-LINE
039510             THRU 8900-EXIT
039520     ELSE
039530         IF WS-POS-FLAG-COUNT = ZEROS
039540            AND WS-POS-STRAY-COUNT = ZEROS
039550             MOVE "     ALL TRANSMISSIONS IN THE LAST 30 DAYS "
039560                 TO WS-RPT-LINE
039570             MOVE "ACCEPTED BY THE STORES" TO WS-RPT-LINE(44:22)
039580             PERFORM 8900-WRITE-RPT-LINE
039590                 THRU 8900-EXIT
039600         ELSE
039610             PERFORM 8800-PRINT-ONE-POS
039620                 THRU 8800-EXIT
039630                 VARYING WS-POS-SUB FROM 1 BY 1
039640                 UNTIL WS-POS-SUB > WS-POS-COUNT
039650         END-IF
039660         IF WS-POS-STRAY-COUNT > ZEROS
039670             MOVE "     ACKNOWLEDGMENTS FOR SEQUENCES NEVER SENT"
039680                 TO WS-RPT-LINE
039690             MOVE WS-POS-STRAY-COUNT TO WS-RPT-LINE(47:5)
039700             PERFORM 8900-WRITE-RPT-LINE
039710                 THRU 8900-EXIT
039720         END-IF
039730         IF WS-POS-OVERFLOW > ZEROS
039740             MOVE "     MORE THAN 100 TRANSMISSIONS IN THE WINDOW"
039750                 TO WS-RPT-LINE
039760             MOVE "- NOT ALL RECONCILED" TO WS-RPT-LINE(48:20)
039770             PERFORM 8900-WRITE-RPT-LINE
039780                 THRU 8900-EXIT
039790         END-IF
039800     END-IF.
039810
039820     PERFORM 8900-WRITE-RPT-LINE
039830         THRU 8900-EXIT.
039840     MOVE "REJECT SUMMARY BY REASON CODE" TO WS-RPT-LINE.
039850     PERFORM 8900-WRITE-RPT-LINE
039860         THRU 8900-EXIT.
039870
039880     IF WS-REASON-COUNT = ZEROS
039890         MOVE "     NO RECORDS REJECTED THIS RUN"
039900             TO WS-RPT-LINE
039910         PERFORM 8900-WRITE-RPT-LINE
039920             THRU 8900-EXIT
039930     ELSE
039940         PERFORM 8300-PRINT-ONE-REASON
039950             THRU 8300-EXIT
039960             VARYING WS-REA-SUB FROM 1 BY 1
039970             UNTIL WS-REA-SUB > WS-REASON-COUNT
039980     END-IF.
039990
040000     PERFORM 8900-WRITE-RPT-LINE
040010         THRU 8900-EXIT.
040020
040030     MOVE "PRICE TOLERANCE SUSPENSE" TO WS-RPT-LINE.
040040     PERFORM 8900-WRITE-RPT-LINE
040050         THRU 8900-EXIT.
040060
040070     IF WS-SUSP-RPT-COUNT = ZEROS
040080         MOVE "     NO ITEMS SUSPENDED THIS RUN"
040090             TO WS-RPT-LINE
040100         PERFORM 8900-WRITE-RPT-LINE
040110             THRU 8900-EXIT
040120     ELSE
040130         PERFORM 8500-PRINT-ONE-SUSPENSE
040140             THRU 8500-EXIT
040150             VARYING WS-SUSP-SUB FROM 1 BY 1
040160             UNTIL WS-SUSP-SUB > WS-SUSP-RPT-COUNT
040170         IF WS-SUSPEND-COUNT > WS-SUSP-RPT-COUNT
040180             MOVE "     LISTING TRUNCATED AT 200 LINES - THE "
040190                 TO WS-RPT-LINE
040200             MOVE "SUSPENSE FILE CARRIES THE FULL SET"
040210                 TO WS-RPT-LINE(44:34)
040220             PERFORM 8900-WRITE-RPT-LINE
040230                 THRU 8900-EXIT
040240         END-IF
040250     END-IF.
040260
040270     MOVE WS-SUSPEND-COUNT      TO ST-SUSPENDED.
040280     MOVE WS-OVR-RELEASED-COUNT TO ST-RELEASED.
040290     MOVE WS-RPT-SUSP-TOT-LINE  TO WS-RPT-LINE.
040300     PERFORM 8900-WRITE-RPT-LINE
040310         THRU 8900-EXIT.
040320
040330     PERFORM 8900-WRITE-RPT-LINE
040340         THRU 8900-EXIT.
040350
040360     MOVE "ITEM MASTER LISTING" TO WS-RPT-LINE.
040370     PERFORM 8900-WRITE-RPT-LINE
040380         THRU 8900-EXIT.
040390
040400     MOVE WS-RPT-ITEM-HEAD TO WS-RPT-LINE.
040410     PERFORM 8900-WRITE-RPT-LINE
040420         THRU 8900-EXIT.
040430
040440     MOVE "N" TO WS-MASTER-EOF-SW.
040450     MOVE ZEROS TO WS-LIST-COUNT.
040460     OPEN INPUT ITEM-MASTER-FILE.
040470
040480     IF NOT WS-MASTER-FS-OK
040490         DISPLAY "BUGSOL: REOPEN OF ITEM MASTER FAILED - "
040500                 "STATUS " WS-MASTER-FS " - ABENDING"
040510         MOVE 16 TO RETURN-CODE
040520         CLOSE REPORT-FILE
040530         MOVE "F" TO WS-AUDIT-STATUS
040540         PERFORM 7000-WRITE-AUDIT-RECORD
040550             THRU 7000-EXIT
040560         STOP RUN
040570     END-IF.
040580
040590     PERFORM 8400-PRINT-ONE-ITEM
040600         THRU 8400-EXIT
040610         UNTIL WS-MASTER-EOF.
040620
040630     CLOSE ITEM-MASTER-FILE.
040640
040650     PERFORM 8900-WRITE-RPT-LINE
040660         THRU 8900-EXIT.
040670
040680     MOVE WS-EXPECTED-COUNT TO RT-EXPECTED.
040690     MOVE WS-APPLIED-COUNT  TO RT-APPLIED.
040700     MOVE WS-REJECT-COUNT   TO RT-REJECTED.
040710     MOVE WS-QUAR-DETAIL-COUNT TO RT-QUARANTINED.
040720     MOVE WS-COUNT          TO RT-ON-MASTER.
040730     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-LINE.
040740     PERFORM 8900-WRITE-RPT-LINE
040750         THRU 8900-EXIT.
040760
040770     MOVE "END OF DAILY OPERATIONS REPORT" TO WS-RPT-LINE.
040780     PERFORM 8900-WRITE-RPT-LINE
040790         THRU 8900-EXIT.
040800
040810     CLOSE REPORT-FILE.
040820*----------------------------------------------------------------
040830 8000-EXIT.
040840     EXIT.
040850*----------------------------------------------------------------
040860 8100-START-NEW-PAGE.
040870*----------------------------------------------------------------
040880     ADD 1 TO WS-RPT-PAGE.
040890     MOVE WS-RPT-PAGE TO H1-PAGE.
040900
040910     WRITE RPT-REC FROM WS-RPT-H1
040920         AFTER ADVANCING TOP-OF-PAGE.
040930
040940     MOVE SPACES TO RPT-REC.
040950     WRITE RPT-REC
040960         AFTER ADVANCING 1 LINE.
040970
040980     MOVE 2 TO WS-RPT-LINE-CNT.
040990*----------------------------------------------------------------
041000 8100-EXIT.
041010     EXIT.
041020*----------------------------------------------------------------
041030 8200-PRINT-ONE-BATCH.
041040*----------------------------------------------------------------
041050     MOVE BAT-ID(WS-BAT-SUB)       TO RB-ID.
041060     MOVE BAT-EXPECTED(WS-BAT-SUB) TO RB-EXPECTED.
041070     MOVE BAT-APPLIED(WS-BAT-SUB)  TO RB-APPLIED.
041080     MOVE BAT-REJECTED(WS-BAT-SUB) TO RB-REJECTED.
041090     MOVE BAT-EXP-AMOUNT(WS-BAT-SUB)  TO RB-EXP-AMT.
041100     MOVE BAT-COMP-AMOUNT(WS-BAT-SUB) TO RB-CMP-AMT.
041110
041120     MOVE SPACES TO RB-FLAG.
041130     IF BAT-DETAIL-COUNT(WS-BAT-SUB)
041140             NOT = BAT-EXPECTED(WS-BAT-SUB)
041150         MOVE "** HEADER COUNT MISMATCH **" TO RB-FLAG
041160     END-IF.
041170     IF BAT-TRAILER-ERR(WS-BAT-SUB)
041180         MOVE "** TRAILER COUNT MISMATCH **" TO RB-FLAG
041190     END-IF.
041200     IF BAT-AMOUNT-ERR(WS-BAT-SUB)
041210         MOVE "** TRAILER AMOUNT MISMATCH **" TO RB-FLAG
041220     END-IF.
041230     IF BAT-QUARANTINED(WS-BAT-SUB)
041240         MOVE "** BATCH QUARANTINED **" TO RB-FLAG
041250     END-IF.
041260     IF BAT-UNREGISTERED(WS-BAT-SUB)
041270         MOVE "** UNREGISTERED - HELD **" TO RB-FLAG
041280     END-IF.
041290
041300     MOVE WS-RPT-BATCH-LINE TO WS-RPT-LINE.
041310     PERFORM 8900-WRITE-RPT-LINE
041320         THRU 8900-EXIT.
041330*----------------------------------------------------------------
041340 8200-EXIT.
041350     EXIT.
041360*----------------------------------------------------------------
041370 8300-PRINT-ONE-REASON.
041380*----------------------------------------------------------------
041390     MOVE REA-CODE(WS-REA-SUB)  TO RR-CODE.
041400     MOVE REA-COUNT(WS-REA-SUB) TO RR-COUNT.
041410
041420     MOVE WS-RPT-REASON-LINE TO WS-RPT-LINE.
041430     PERFORM 8900-WRITE-RPT-LINE
041440         THRU 8900-EXIT.
041450*----------------------------------------------------------------
041460 8300-EXIT.
041470     EXIT.
041480*----------------------------------------------------------------
041490 8400-PRINT-ONE-ITEM.
041500*----------------------------------------------------------------
041510     READ ITEM-MASTER-FILE NEXT RECORD
041520         AT END
041530             MOVE "Y" TO WS-MASTER-EOF-SW
041540             GO TO 8400-EXIT
041550     END-READ.
041560
041570     ADD 1 TO WS-LIST-COUNT.
041580     MOVE WS-LIST-COUNT    TO RL-SEQ.
041590     MOVE IM-ITEM-KEY      TO RL-KEY.
041600     MOVE IM-ITEM-DESC     TO RL-DESC.
041610     MOVE IM-ITEM-PRICE    TO RL-PRICE.
041620     MOVE IM-ITEM-STATUS   TO RL-STATUS.
041630     MOVE IM-ITEM-EFF-DATE TO RL-EFF-DATE.
041640     MOVE IM-BATCH-ID      TO RL-BATCH.
041650
041660     MOVE WS-RPT-ITEM-LINE TO WS-RPT-LINE.
041670     PERFORM 8900-WRITE-RPT-LINE
041680         THRU 8900-EXIT.
041690*----------------------------------------------------------------
041700 8400-EXIT.
041710     EXIT.
041720*----------------------------------------------------------------
041730 8500-PRINT-ONE-SUSPENSE.
041740*----------------------------------------------------------------
041750     MOVE SRL-KEY(WS-SUSP-SUB)       TO SP-KEY.
041760     MOVE SRL-ACTION(WS-SUSP-SUB)    TO SP-ACTION.
041770     MOVE SRL-OLD-PRICE(WS-SUSP-SUB) TO SP-OLD-PRICE.
041780     MOVE SRL-NEW-PRICE(WS-SUSP-SUB) TO SP-NEW-PRICE.
041790     MOVE SRL-VAR-PCT(WS-SUSP-SUB)   TO SP-VAR-PCT.
041800
041810     MOVE WS-RPT-SUSP-LINE TO WS-RPT-LINE.
041820     PERFORM 8900-WRITE-RPT-LINE
041830         THRU 8900-EXIT.
041840*----------------------------------------------------------------
041850 8500-EXIT.
041860     EXIT.
041870*----------------------------------------------------------------
041880 8600-PRINT-ONE-UNREG.
041890*----------------------------------------------------------------
041900     IF NOT BAT-UNREGISTERED(WS-BAT-SUB)
041910         GO TO 8600-EXIT
041920     END-IF.
041930
041940     MOVE BAT-ID(WS-BAT-SUB) TO RO-ID.
041950     MOVE "BATCH HELD - NOT AN ACTIVE REGISTERED OFFICE"
041960         TO RO-TEXT.
041970     MOVE SPACES TO RO-CONTACT.
041980
041990     PERFORM 8660-LOOK-UP-CONTACT
042000         THRU 8660-EXIT
042010         VARYING WS-OFC-SUB FROM 1 BY 1
042020         UNTIL WS-OFC-SUB > WS-OFC-COUNT.
042030
042040     MOVE WS-RPT-OFFICE-LINE TO WS-RPT-LINE.
042050     PERFORM 8900-WRITE-RPT-LINE
042060         THRU 8900-EXIT.
042070*----------------------------------------------------------------
042080 8600-EXIT.
042090     EXIT.
042100*----------------------------------------------------------------
042110 8650-PRINT-ONE-MISSING.
042120*----------------------------------------------------------------
042130     IF NOT OFT-ACTIVE(WS-OFC-SUB)
042140        OR NOT OFT-DUE-TONIGHT(WS-OFC-SUB)
042150        OR OFT-RECEIVED(WS-OFC-SUB)
042160         GO TO 8650-EXIT
042170     END-IF.
042180
042190     MOVE OFT-ID(WS-OFC-SUB)      TO RO-ID.
042200     MOVE "DUE TONIGHT - NO BATCH RECEIVED" TO RO-TEXT.
042210     MOVE OFT-CONTACT(WS-OFC-SUB) TO RO-CONTACT.
042220
042230     MOVE WS-RPT-OFFICE-LINE TO WS-RPT-LINE.
042240     PERFORM 8900-WRITE-RPT-LINE
042250         THRU 8900-EXIT.
042260*----------------------------------------------------------------
042270 8650-EXIT.
042280     EXIT.
042290*----------------------------------------------------------------
042300 8660-LOOK-UP-CONTACT.
042310*----------------------------------------------------------------
042320*    AN INACTIVE OFFICE IS STILL ON THE REGISTRY - PRINT ITS
042330*    CONTACT SO THE HELD BATCH CAN BE CHASED.
042340*----------------------------------------------------------------
042350     IF OFT-ID(WS-OFC-SUB) = BAT-ID(WS-BAT-SUB)
042360         MOVE OFT-CONTACT(WS-OFC-SUB) TO RO-CONTACT
042370     END-IF.
042380*----------------------------------------------------------------
042390 8660-EXIT.
042400     EXIT.
042410*----------------------------------------------------------------
042420 8700-DATE-TO-DAYS.
042430*----------------------------------------------------------------
042440*    CONVERT THE YYMMDD DATE IN WS-CNV-DATE TO A SERIAL DAY
042450*    NUMBER IN WS-CNV-DAYS - THE SAME CONVERSION BUGGAT AND
042460*    BUGREP USE. YEARS BELOW 50 WINDOW INTO 20XX, THE REST
042470*    INTO 19XX.
042480*----------------------------------------------------------------
042490     IF WS-CNV-YY < 50
042500         COMPUTE WS-CNV-CCYY = 2000 + WS-CNV-YY
042510     ELSE
042520         COMPUTE WS-CNV-CCYY = 1900 + WS-CNV-YY
042530     END-IF.
042540
042550     COMPUTE WS-CNV-DAYS = WS-CNV-CCYY * 365.
042560     COMPUTE WS-CNV-PRIOR-YR = WS-CNV-CCYY - 1.
042570     DIVIDE WS-CNV-PRIOR-YR BY 4 GIVING WS-CNV-QUOT.
042580     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
042590     DIVIDE WS-CNV-PRIOR-YR BY 100 GIVING WS-CNV-QUOT.
042600     SUBTRACT WS-CNV-QUOT FROM WS-CNV-DAYS.
042610     DIVIDE WS-CNV-PRIOR-YR BY 400 GIVING WS-CNV-QUOT.
042620     ADD WS-CNV-QUOT TO WS-CNV-DAYS.
042630
042640     ADD WS-MONTH-OFFSET(WS-CNV-MM) TO WS-CNV-DAYS.
042650     ADD WS-CNV-DD                  TO WS-CNV-DAYS.
042660
042670     MOVE "N" TO WS-CNV-LEAP-SW.
042680     DIVIDE WS-CNV-CCYY BY 4
042690         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
042700     IF WS-CNV-REM = ZEROS
042710         MOVE "Y" TO WS-CNV-LEAP-SW
042720     END-IF.
042730     DIVIDE WS-CNV-CCYY BY 100
042740         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
042750     IF WS-CNV-REM = ZEROS
042760         MOVE "N" TO WS-CNV-LEAP-SW
042770     END-IF.
042780     DIVIDE WS-CNV-CCYY BY 400
042790         GIVING WS-CNV-QUOT REMAINDER WS-CNV-REM.
042800     IF WS-CNV-REM = ZEROS
042810         MOVE "Y" TO WS-CNV-LEAP-SW
042820     END-IF.
042830
042840     IF WS-CNV-LEAP AND WS-CNV-MM > 02
042850         ADD 1 TO WS-CNV-DAYS
042860     END-IF.
042870*----------------------------------------------------------------
042880 8700-EXIT.
042890     EXIT.
042900*----------------------------------------------------------------
042910 8800-PRINT-ONE-POS.
042920*----------------------------------------------------------------
042930     IF PLT-ACCEPTED(WS-POS-SUB)
042940         GO TO 8800-EXIT
042950     END-IF.
042960
042970     MOVE PLT-SEQ(WS-POS-SUB)        TO RP-SEQ.
042980     MOVE PLT-RUN-DATE(WS-POS-SUB)   TO RP-RUN-DATE.
042990     MOVE PLT-REC-COUNT(WS-POS-SUB)  TO RP-COUNT.
043000     MOVE PLT-PRICE-HASH(WS-POS-SUB) TO RP-HASH.
043010
043020     EVALUATE PLT-ACK-STATUS(WS-POS-SUB)
043030         WHEN "M"
043040             MOVE "LOADED - COUNT OR HASH DOES NOT MATCH"
043050                 TO RP-TEXT
043060         WHEN "R"
043070             MOVE "REJECTED BY THE STORES" TO RP-TEXT
043080         WHEN "G"
043090             MOVE "HELD BY THE STORES - SEQUENCE GAP" TO RP-TEXT
043100         WHEN OTHER
043110             MOVE "NOT ACKNOWLEDGED BY THE STORES" TO RP-TEXT
043120     END-EVALUATE.
043130
043140     MOVE WS-RPT-POS-LINE TO WS-RPT-LINE.
043150     PERFORM 8900-WRITE-RPT-LINE
043160         THRU 8900-EXIT.
043170*----------------------------------------------------------------
043180 8800-EXIT.
043190     EXIT.
043200*----------------------------------------------------------------
043210 8900-WRITE-RPT-LINE.
043220*----------------------------------------------------------------
043230*    EVERY REPORT LINE FUNNELS THROUGH HERE SO THE PAGE-
043240*    OVERFLOW TEST AND LINE COUNT STAY IN ONE PLACE. THE
043250*    STAGED LINE IS BLANKED AFTER WRITING, SO A BARE PERFORM
043260*    OF THIS PARAGRAPH PRINTS A BLANK SPACER LINE.
043270*----------------------------------------------------------------
043280     IF WS-RPT-LINE-CNT NOT < WS-RPT-MAX-LINES
043290         PERFORM 8100-START-NEW-PAGE
043300             THRU 8100-EXIT
043310     END-IF.
043320
043330     WRITE RPT-REC FROM WS-RPT-LINE
043340         AFTER ADVANCING 1 LINE.
043350     ADD 1 TO WS-RPT-LINE-CNT.
043360
043370     MOVE SPACES TO WS-RPT-LINE.
043380*----------------------------------------------------------------
043390 8900-EXIT.
043400     EXIT.
043410*----------------------------------------------------------------
043420 9100-STAMP-RUNCTL-START.
043430*----------------------------------------------------------------
043440*    STAMP THE RUN-CONTROL LEDGER AT STEP START. THE RUNCTL DD
043450*    IS DISP=MOD, SO EACH OPEN OUTPUT APPENDS. THE MATCHING END
043460*    RECORD IS WRITTEN ONLY BY A NORMAL TERMINATION - AN ABEND
043470*    LEAVES THE START UNPAIRED, WHICH THE BUGGAT GATEKEEPER
043480*    READS AS AN INCOMPLETE CYCLE THAT DOES NOT BLOCK A RERUN.
043490*----------------------------------------------------------------
043500     OPEN OUTPUT RUN-CONTROL-FILE.
043510     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
043520     MOVE "BUGSOL"   TO RCL-PROGRAM.
043530     MOVE "START"    TO RCL-EVENT.
043540     ACCEPT RCL-RUN-DATE FROM DATE.
043550     ACCEPT RCL-RUN-TIME FROM TIME.
043560     MOVE ZEROS TO RCL-RETURN-CODE.
043570     WRITE RUN-CONTROL-REC.
043580     CLOSE RUN-CONTROL-FILE.
043590*----------------------------------------------------------------
043600 9100-EXIT.
043610     EXIT.
043620*----------------------------------------------------------------
043630 9200-STAMP-RUNCTL-END.
043640*----------------------------------------------------------------
043650*    STAMP THE LEDGER AT NORMAL TERMINATION, CARRYING THE STEP
043660*    RETURN CODE, SO BUGGAT CAN TELL A COMPLETED CYCLE FROM AN
043670*    ABENDED ONE.
043680*----------------------------------------------------------------
043690     OPEN OUTPUT RUN-CONTROL-FILE.
043700     MOVE "BUGSOLJ"  TO RCL-JOB-NAME.
043710     MOVE "BUGSOL"   TO RCL-PROGRAM.
043720     MOVE "END"      TO RCL-EVENT.
043730     ACCEPT RCL-RUN-DATE FROM DATE.
043740     ACCEPT RCL-RUN-TIME FROM TIME.
043750     MOVE RETURN-CODE TO RCL-RETURN-CODE.
043760     WRITE RUN-CONTROL-REC.
043770     CLOSE RUN-CONTROL-FILE.
043780*----------------------------------------------------------------
043790 9200-EXIT.
043800     EXIT.
043810*----------------------------------------------------------------
043820 9999-TERMINATE.
043830*----------------------------------------------------------------
043840*    THE RUN COMPLETED NORMALLY - DROP THE AUDIT RECORD AND
043850*    STAMP THE RUN-CONTROL LEDGER END. THE OLD CHECKPOINT
043860*    CLEAR WENT WITH THE CHECKPOINT - A RERUN RESTARTS FROM
043870*    THE TOP AND THE GATEKEEPER GUARDS THE DOUBLE RUN.
043880*----------------------------------------------------------------
043890     MOVE "S" TO WS-AUDIT-STATUS.
043900     PERFORM 7000-WRITE-AUDIT-RECORD
043910         THRU 7000-EXIT.
043920
043930     PERFORM 9200-STAMP-RUNCTL-END
043940         THRU 9200-EXIT.
043950
043960     STOP RUN.
043970*----------------------------------------------------------------
043980 9999-EXIT.
043990     EXIT.
