000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMWACST.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/10/2026 JH    WEIGHTED-AVERAGE COSTING. STARTS EACH ITEM
000130*                  FROM ITS PRIOR-DAY ON-HAND (PRIORTB, ALL
000140*                  WAREHOUSES) AND CURRENT UNIT COST
000150*                  (COSTFILE), THEN WALKS THE DAY'S TXNHIST
000160*                  MOVEMENTS IN POSTING ORDER. EACH PRICED
000170*                  RECEIPT RE-AVERAGES THE COST -
000180*                  (ON-HAND X COST + RECEIVED X PRICE) /
000190*                  (ON-HAND + RECEIVED). WRITES THE NEXT
000200*                  COST GENERATION (NEXTCOST) AND THE COSTREG
000210*                  COST CHANGE REGISTER - OLD COST, NEW COST,
000220*                  PERCENT CHANGE AND THE RECEIPTS BEHIND
000230*                  EACH CHANGE, FLAGGING ANY CHANGE OVER THE
000240*                  CHANGE-PCT PARM. ITEMS WITH NO PRIOR COST
000250*                  TAKE THE RECEIPT PRICE AND ARE LISTED ON
000260*                  THEIR OWN PAGE. RETURN CODE 4 WHEN ANY
000270*                  CHANGE IS FLAGGED OR A JOURNAL RECORD IS
000280*                  SKIPPED.
000290*-----------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PARM-CARD-FILE
000390         ASSIGN TO PARMCARD
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PC-FILE-STATUS.
000420
000430     SELECT PRIOR-TABLE-FILE
000440         ASSIGN TO PRIORTB
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PT-FILE-STATUS.
000470
000480     SELECT UNIT-COST-FILE
000490         ASSIGN TO COSTFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-UC-FILE-STATUS.
000520
000530     SELECT TXN-HISTORY-FILE
000540         ASSIGN TO TXNHIST
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-HJ-FILE-STATUS.
000570
000580     SELECT NEXT-COST-FILE
000590         ASSIGN TO NEXTCOST
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-NC-FILE-STATUS.
000620
000630     SELECT COST-REGISTER-FILE
000640         ASSIGN TO COSTREG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CR-FILE-STATUS.
000670
000680     SELECT AUDIT-LOG-FILE
000690         ASSIGN TO AUDITLOG
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AL-FILE-STATUS.
000720
000730     SELECT SORT-WORK-FILE
000740         ASSIGN TO SORTWORK.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PARM-CARD-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  PARM-CARD-RECORD.
000820     05  PC-COMMENT-FLAG          PIC X(01).
000830     05  FILLER                   PIC X(79).
000840
000850 FD  PRIOR-TABLE-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  PRIOR-TABLE-RECORD.
000890     05  PT-KEY.
000900         10  PT-ITEM              PIC X(20).
000910         10  PT-WHSE              PIC X(03).
000920     05  PT-QTY                   PIC 9(05).
000930     05  PT-CATEGORY              PIC X(04).
000940     05  PT-DESC                  PIC X(20).
000950     05  FILLER                   PIC X(28).
000960
000970 FD  UNIT-COST-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  UNIT-COST-RECORD.
001010     05  UC-ITEM-CODE             PIC X(20).
001020     05  UC-UNIT-COST             PIC 9(05)V99.
001030     05  FILLER                   PIC X(53).
001040
001050 FD  TXN-HISTORY-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  TXN-HISTORY-RECORD.
001090     05  HJ-ITEM-CODE             PIC X(20).
001100     05  HJ-WHSE                  PIC X(03).
001110     05  HJ-TXN-TYPE              PIC X(01).
001120     05  HJ-QTY                   PIC 9(05).
001130     05  HJ-BEFORE-QTY            PIC 9(05).
001140     05  HJ-AFTER-QTY             PIC 9(05).
001150     05  HJ-RUN-DATE              PIC 9(08).
001160     05  HJ-UNIT-PRICE            PIC 9(05)V99.
001170     05  FILLER                   PIC X(26).
001180
001190 FD  NEXT-COST-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 80 CHARACTERS.
001220 01  NEXT-COST-RECORD.
001230     05  NC-ITEM-CODE             PIC X(20).
001240     05  NC-UNIT-COST             PIC 9(05)V99.
001250     05  FILLER                   PIC X(53).
001260
001270 FD  COST-REGISTER-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 132 CHARACTERS.
001300 01  COST-REGISTER-RECORD        PIC X(132).
001310
001320 FD  AUDIT-LOG-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 80 CHARACTERS.
001350 01  AUDIT-LOG-RECORD.
001360     COPY ITMAUDIT.
001370
001380 SD  SORT-WORK-FILE
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  SORT-WORK-RECORD.
001410     05  SR-ITEM-CODE             PIC X(20).
001420     05  SR-WHSE                  PIC X(03).
001430     05  SR-TXN-TYPE              PIC X(01).
001440     05  SR-QTY                   PIC 9(05).
001450     05  SR-BEFORE-QTY            PIC 9(05).
001460     05  SR-AFTER-QTY             PIC 9(05).
001470     05  SR-RUN-DATE              PIC 9(08).
001480     05  SR-UNIT-PRICE            PIC 9(05)V99.
001490     05  FILLER                   PIC X(26).
001500
001510 WORKING-STORAGE SECTION.
001520 77  WS-HIST-READ-COUNT           PIC 9(07) VALUE ZERO.
001530 77  WS-SELECTED-COUNT            PIC 9(07) VALUE ZERO.
001540 77  WS-SKIPPED-COUNT             PIC 9(07) VALUE ZERO.
001550 77  WS-OTHER-DATE-COUNT          PIC 9(07) VALUE ZERO.
001560 77  WS-PRIOR-READ-COUNT          PIC 9(07) VALUE ZERO.
001570 77  WS-COST-READ-COUNT           PIC 9(07) VALUE ZERO.
001580 77  WS-COST-WRITTEN-COUNT        PIC 9(07) VALUE ZERO.
001590 77  WS-PRICED-RCPT-COUNT         PIC 9(07) VALUE ZERO.
001600 77  WS-UNPRICED-RCPT-COUNT       PIC 9(07) VALUE ZERO.
001610 77  WS-REPRICED-COUNT            PIC 9(07) VALUE ZERO.
001620 77  WS-UNCHANGED-COUNT           PIC 9(07) VALUE ZERO.
001630 77  WS-FLAGGED-COUNT             PIC 9(07) VALUE ZERO.
001640 77  WS-COST-DATE                 PIC 9(08) VALUE ZERO.
001650 77  WS-CHANGE-PCT                PIC 9(03) VALUE 010.
001660 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
001670 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
001680 77  WS-PRIOR-KEY                 PIC X(23) VALUE LOW-VALUES.
001690 77  WS-PRIOR-ITEM                PIC X(20) VALUE LOW-VALUES.
001700 77  WS-COST-ITEM                 PIC X(20) VALUE LOW-VALUES.
001710 77  WS-SORT-ITEM                 PIC X(20) VALUE LOW-VALUES.
001720 77  WS-LOW-ITEM                  PIC X(20) VALUE LOW-VALUES.
001730 77  WS-RCT-MAX                   PIC 9(03) VALUE 500.
001740 77  WS-RCT-COUNT                 PIC 9(03) VALUE ZERO.
001750 77  WS-RCT-SUB                   PIC 9(03) COMP VALUE ZERO.
001760 77  WS-NEW-MAX                   PIC 9(05) VALUE 02000.
001770 77  WS-NEW-COUNT                 PIC 9(05) VALUE ZERO.
001780 77  WS-NEW-SUB                   PIC 9(05) COMP VALUE ZERO.
001790 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001800 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001810 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001820
001830 01  WS-SWITCHES.
001840     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001850         88  WS-EOF-YES                 VALUE 'Y'.
001860         88  WS-EOF-NO                  VALUE 'N'.
001870     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001880         88  WS-PC-OPEN                 VALUE 'Y'.
001890     05  WS-PT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001900         88  WS-PT-OPEN                 VALUE 'Y'.
001910     05  WS-UC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001920         88  WS-UC-OPEN                 VALUE 'Y'.
001930     05  WS-HJ-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001940         88  WS-HJ-OPEN                 VALUE 'Y'.
001950     05  WS-NC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001960         88  WS-NC-OPEN                 VALUE 'Y'.
001970     05  WS-CR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001980         88  WS-CR-OPEN                 VALUE 'Y'.
001990     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002000         88  WS-AL-OPEN                 VALUE 'Y'.
002010     05  WS-HAS-COST-SWITCH       PIC X(01) VALUE 'N'.
002020         88  WS-HAS-COST                VALUE 'Y'.
002030     05  WS-NEWLY-COSTED-SWITCH   PIC X(01) VALUE 'N'.
002040         88  WS-NEWLY-COSTED            VALUE 'Y'.
002042     05  WS-ON-COSTFILE-SWITCH    PIC X(01) VALUE 'N'.
002044         88  WS-ON-COSTFILE             VALUE 'Y'.
002050
002060 01  WS-FILE-STATUSES.
002070     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
002080     05  WS-PT-FILE-STATUS        PIC X(02) VALUE SPACES.
002090     05  WS-UC-FILE-STATUS        PIC X(02) VALUE SPACES.
002100     05  WS-HJ-FILE-STATUS        PIC X(02) VALUE SPACES.
002110     05  WS-NC-FILE-STATUS        PIC X(02) VALUE SPACES.
002120     05  WS-CR-FILE-STATUS        PIC X(02) VALUE SPACES.
002130     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
002140
002150 01  WS-PARM-AREA.
002160     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
002170     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
002180     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
002190     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
002200     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
002210     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
002220     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
002230                                  PIC 9(01).
002240     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
002250         88  WS-PARM-NUM-OK             VALUE 'Y'.
002260     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
002270         88  WS-PARM-VAL-END            VALUE 'Y'.
002280
002290*-----------------------------------------------------------
002300* ONE ITEM'S COSTING. ON-HAND IS THE ITEM TOTAL OVER ALL
002310* WAREHOUSES, ROLLED FORWARD MOVEMENT BY MOVEMENT.
002320*-----------------------------------------------------------
002330 01  WS-ITEM-COST-AREA.
002340     05  WS-IC-PRIOR-QTY          PIC S9(09) VALUE ZERO.
002350     05  WS-IC-ON-HAND            PIC S9(09) VALUE ZERO.
002360     05  WS-IC-WEIGHT-QTY         PIC S9(09) VALUE ZERO.
002370     05  WS-IC-DELTA              PIC S9(07) VALUE ZERO.
002380     05  WS-IC-OLD-COST           PIC 9(05)V99 VALUE ZERO.
002390     05  WS-IC-COST               PIC 9(05)V99 VALUE ZERO.
002400     05  WS-IC-RCPT-COUNT         PIC 9(05) VALUE ZERO.
002410     05  WS-IC-RCPT-QTY           PIC 9(07) VALUE ZERO.
002420     05  WS-IC-VALUE              PIC S9(15)V9(04) VALUE ZERO.
002430     05  WS-IC-PCT-CHANGE         PIC S9(07)V99 VALUE ZERO.
002440     05  WS-IC-PCT-ABS            PIC 9(07)V99 VALUE ZERO.
002450
002460*-----------------------------------------------------------
002470* THE PRICED RECEIPTS BEHIND ONE ITEM'S COST CHANGE, HELD
002480* UNTIL THE ITEM IS FINISHED SO THE CHANGE LINE PRINTS FIRST
002490*-----------------------------------------------------------
002500 01  WS-RCT-DATA-AREA.
002510     05  WS-RCT-ENTRY OCCURS 500 TIMES.
002520         10  WS-RCT-WHSE          PIC X(03).
002530         10  WS-RCT-QTY           PIC 9(05).
002540         10  WS-RCT-PRICE         PIC 9(05)V99.
002550         10  WS-RCT-ON-HAND       PIC S9(09).
002560         10  WS-RCT-COST-AFTER    PIC 9(05)V99.
002570
002580*-----------------------------------------------------------
002590* ITEMS COSTED FOR THE FIRST TIME, LISTED AFTER THE REGISTER
002600*-----------------------------------------------------------
002610 01  WS-NEW-DATA-AREA.
002620     05  WS-NEW-ENTRY OCCURS 2000 TIMES.
002630         10  WS-NEW-ITEM          PIC X(20).
002640         10  WS-NEW-RCPT-COUNT    PIC 9(05).
002650         10  WS-NEW-RCPT-QTY      PIC 9(07).
002660         10  WS-NEW-COST          PIC 9(05)V99.
002670
002680 01  WS-RPT-HEADING-1.
002690     05  FILLER                   PIC X(40) VALUE
002700             'WEIGHTED-AVERAGE COST CHANGE REGISTER'.
002710     05  FILLER                   PIC X(11) VALUE
002720             'COST DATE:'.
002730     05  RPT-H-COST-DATE          PIC 9(08).
002740     05  FILLER                   PIC X(04) VALUE SPACES.
002750     05  FILLER                   PIC X(22) VALUE
002760             'FLAG CHANGES OVER PCT:'.
002770     05  RPT-H-CHANGE-PCT         PIC ZZ9.
002780     05  FILLER                   PIC X(44) VALUE SPACES.
002790 01  WS-RPT-HEADING-2.
002800     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
002810     05  FILLER                   PIC X(05) VALUE 'WH'.
002820     05  FILLER                   PIC X(07) VALUE 'RECVD'.
002830     05  FILLER                   PIC X(11) VALUE '    PRICE'.
002840     05  FILLER                   PIC X(14) VALUE
002850             ' ON-HAND BFR'.
002860     05  FILLER                   PIC X(11) VALUE ' OLD COST'.
002870     05  FILLER                   PIC X(11) VALUE ' NEW COST'.
002880     05  FILLER                   PIC X(15) VALUE
002890             '   PCT CHANGE'.
002900     05  FILLER                   PIC X(36) VALUE SPACES.
002910 01  WS-RPT-DETAIL-LINE.
002920     05  RPT-D-ITEM               PIC X(20).
002930     05  FILLER                   PIC X(02) VALUE SPACES.
002940     05  RPT-D-WHSE               PIC X(03).
002950     05  FILLER                   PIC X(02) VALUE SPACES.
002960     05  RPT-D-QTY                PIC ZZZZ9.
002970     05  FILLER                   PIC X(02) VALUE SPACES.
002980     05  RPT-D-PRICE              PIC ZZ,ZZ9.99.
002990     05  FILLER                   PIC X(02) VALUE SPACES.
003000     05  RPT-D-ON-HAND            PIC ZZZ,ZZZ,ZZ9-.
003010     05  FILLER                   PIC X(02) VALUE SPACES.
003020     05  RPT-D-OLD-COST           PIC ZZ,ZZ9.99.
003030     05  FILLER                   PIC X(02) VALUE SPACES.
003040     05  RPT-D-NEW-COST           PIC ZZ,ZZ9.99.
003050     05  FILLER                   PIC X(02) VALUE SPACES.
003060     05  RPT-D-PCT-CHANGE         PIC Z,ZZZ,ZZ9.99-.
003070     05  FILLER                   PIC X(02) VALUE SPACES.
003080     05  RPT-D-FLAG               PIC X(20).
003090     05  FILLER                   PIC X(16) VALUE SPACES.
003100 01  WS-RPT-NONE-LINE             PIC X(132) VALUE
003110         'NO ITEM WITH A PRIOR COST HAD A PRICED RECEIPT'.
003120 01  WS-RPT-TOTAL-LINE-1.
003130     05  FILLER                   PIC X(24) VALUE
003140             'ITEMS RE-AVERAGED:'.
003150     05  RPT-T-REPRICED           PIC Z,ZZZ,ZZ9.
003160     05  FILLER                   PIC X(05) VALUE SPACES.
003170     05  FILLER                   PIC X(16) VALUE
003180             'FLAGGED:'.
003190     05  RPT-T-FLAGGED            PIC Z,ZZZ,ZZ9.
003200     05  FILLER                   PIC X(05) VALUE SPACES.
003210     05  FILLER                   PIC X(20) VALUE
003220             'NEWLY COSTED:'.
003230     05  RPT-T-NEW                PIC Z,ZZZ,ZZ9.
003240     05  FILLER                   PIC X(35) VALUE SPACES.
003250 01  WS-RPT-TOTAL-LINE-2.
003260     05  FILLER                   PIC X(24) VALUE
003270             'PRICED RECEIPTS:'.
003280     05  RPT-T-PRICED             PIC Z,ZZZ,ZZ9.
003290     05  FILLER                   PIC X(05) VALUE SPACES.
003300     05  FILLER                   PIC X(16) VALUE
003310             'UNPRICED:'.
003320     05  RPT-T-UNPRICED           PIC Z,ZZZ,ZZ9.
003330     05  FILLER                   PIC X(05) VALUE SPACES.
003340     05  FILLER                   PIC X(20) VALUE
003350             'COSTS WRITTEN:'.
003360     05  RPT-T-WRITTEN            PIC Z,ZZZ,ZZ9.
003370     05  FILLER                   PIC X(35) VALUE SPACES.
003380 01  WS-RPT-TOTAL-LINE-3.
003390     05  FILLER                   PIC X(24) VALUE
003400             'MOVEMENTS APPLIED:'.
003410     05  RPT-T-SELECTED           PIC Z,ZZZ,ZZ9.
003420     05  FILLER                   PIC X(05) VALUE SPACES.
003430     05  FILLER                   PIC X(16) VALUE
003440             'SKIPPED:'.
003450     05  RPT-T-SKIPPED            PIC Z,ZZZ,ZZ9.
003460     05  FILLER                   PIC X(69) VALUE SPACES.
003470 01  WS-RPT-NEW-HEADING-1.
003480     05  FILLER                   PIC X(51) VALUE
003490             'ITEMS WITH NO PRIOR COST - RECEIPT PRICE TAKEN'.
003500     05  FILLER                   PIC X(11) VALUE
003510             'COST DATE:'.
003520     05  RPT-NH-COST-DATE         PIC 9(08).
003530     05  FILLER                   PIC X(62) VALUE SPACES.
003540 01  WS-RPT-NEW-HEADING-2.
003550     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
003560     05  FILLER                   PIC X(10) VALUE ' RCPTS'.
003570     05  FILLER                   PIC X(11) VALUE ' RECEIVED'.
003580     05  FILLER                   PIC X(11) VALUE ' NEW COST'.
003590     05  FILLER                   PIC X(78) VALUE SPACES.
003600 01  WS-RPT-NEW-LINE.
003610     05  RPT-N-ITEM               PIC X(20).
003620     05  FILLER                   PIC X(02) VALUE SPACES.
003630     05  RPT-N-RCPT-COUNT         PIC ZZ,ZZ9.
003640     05  FILLER                   PIC X(04) VALUE SPACES.
003650     05  RPT-N-RCPT-QTY           PIC Z,ZZZ,ZZ9.
003660     05  FILLER                   PIC X(02) VALUE SPACES.
003670     05  RPT-N-NEW-COST           PIC ZZ,ZZ9.99.
003680     05  FILLER                   PIC X(80) VALUE SPACES.
003690 01  WS-RPT-NEW-NONE-LINE         PIC X(132) VALUE
003700         'NO ITEMS COSTED FOR THE FIRST TIME'.
003710
003720 PROCEDURE DIVISION.
003730
003740*-----------------------------------------------------------
003750* 0000-MAINLINE - SORT THE DAY'S MOVEMENTS BY ITEM, KEEPING
003760* POSTING ORDER WITHIN AN ITEM, THEN COST EACH ITEM AGAINST
003770* THE PRIOR EXTRACT AND THE CURRENT COST FILE
003780*-----------------------------------------------------------
003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003810     SORT SORT-WORK-FILE
003820         ASCENDING KEY SR-ITEM-CODE
003830         WITH DUPLICATES IN ORDER
003840         INPUT PROCEDURE 2000-SELECT-HISTORY
003850             THRU 2000-EXIT
003860         OUTPUT PROCEDURE 3000-COST-ITEMS
003870             THRU 3000-EXIT.
003880     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
003890     PERFORM 5200-LIST-NEW-COSTS THRU 5200-EXIT.
003900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003910     STOP RUN.
003920
003930*-----------------------------------------------------------
003940* 1000-INITIALIZE - PARM CARDS, OPEN FILES, AND PRIME THE
003950* PRIOR EXTRACT AND COST FILE
003960*-----------------------------------------------------------
003970 1000-INITIALIZE.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003990     ACCEPT WS-RUN-TIME FROM TIME.
004000     MOVE WS-RUN-DATE TO WS-COST-DATE.
004010     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
004020     OPEN INPUT PRIOR-TABLE-FILE.
004030     IF WS-PT-FILE-STATUS NOT = '00'
004040         DISPLAY 'ITMWACST - UNABLE TO OPEN PRIOR-TABLE-FILE '
004050             '- STATUS ' WS-PT-FILE-STATUS
004060         PERFORM 9900-ABEND-JOB
004070     END-IF.
004080     MOVE 'Y' TO WS-PT-OPEN-SWITCH.
004090     OPEN INPUT UNIT-COST-FILE.
004100     IF WS-UC-FILE-STATUS = '35'
004110         DISPLAY 'ITMWACST - NO UNIT-COST-FILE - EVERY PRICED '
004120             'ITEM IS COSTED FOR THE FIRST TIME'
004130         MOVE HIGH-VALUES TO WS-COST-ITEM
004140     ELSE
004150         IF WS-UC-FILE-STATUS NOT = '00'
004160             DISPLAY 'ITMWACST - UNABLE TO OPEN UNIT-COST-FILE '
004170                 '- STATUS ' WS-UC-FILE-STATUS
004180             PERFORM 9900-ABEND-JOB
004190         END-IF
004200         MOVE 'Y' TO WS-UC-OPEN-SWITCH
004210     END-IF.
004220     OPEN OUTPUT NEXT-COST-FILE.
004230     IF WS-NC-FILE-STATUS NOT = '00'
004240         DISPLAY 'ITMWACST - UNABLE TO OPEN NEXT-COST-FILE '
004250             '- STATUS ' WS-NC-FILE-STATUS
004260         PERFORM 9900-ABEND-JOB
004270     END-IF.
004280     MOVE 'Y' TO WS-NC-OPEN-SWITCH.
004290     OPEN OUTPUT COST-REGISTER-FILE.
004300     IF WS-CR-FILE-STATUS NOT = '00'
004310         DISPLAY 'ITMWACST - UNABLE TO OPEN COST-REGISTER-FILE '
004320             '- STATUS ' WS-CR-FILE-STATUS
004330         PERFORM 9900-ABEND-JOB
004340     END-IF.
004350     MOVE 'Y' TO WS-CR-OPEN-SWITCH.
004360     OPEN EXTEND AUDIT-LOG-FILE.
004370     IF WS-AL-FILE-STATUS = '35'
004380         OPEN OUTPUT AUDIT-LOG-FILE
004390     END-IF.
004400     IF WS-AL-FILE-STATUS NOT = '00'
004410         DISPLAY 'ITMWACST - UNABLE TO OPEN AUDIT-LOG-FILE '
004420             '- STATUS ' WS-AL-FILE-STATUS
004430         PERFORM 9900-ABEND-JOB
004440     END-IF.
004450     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
004460     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
004470     PERFORM 2500-READ-PRIOR-TABLE THRU 2500-EXIT.
004480     IF WS-UC-OPEN
004490         PERFORM 2600-READ-COST-FILE THRU 2600-EXIT
004500     END-IF.
004510 1000-EXIT.
004520     EXIT.
004530
004540*-----------------------------------------------------------
004550* 1400-PROCESS-PARM-CARDS - COST-DATE SELECTS THE MOVEMENT
004560* DATE TO COST (DEFAULT THE RUN DATE). CHANGE-PCT IS THE
004570* PERCENT CHANGE ABOVE WHICH A NEW COST IS FLAGGED (DEFAULT
004580* 10).
004590*-----------------------------------------------------------
004600 1400-PROCESS-PARM-CARDS.
004610     OPEN INPUT PARM-CARD-FILE.
004620     IF WS-PC-FILE-STATUS = '35'
004630         DISPLAY 'ITMWACST - NO PARM CARD FILE - COSTING RUN '
004640             'DATE ' WS-COST-DATE
004650         GO TO 1400-EXIT
004660     END-IF.
004670     IF WS-PC-FILE-STATUS NOT = '00'
004680         DISPLAY 'ITMWACST - UNABLE TO OPEN PARM-CARD-FILE '
004690             '- STATUS ' WS-PC-FILE-STATUS
004700         PERFORM 9900-ABEND-JOB
004710     END-IF.
004720     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
004730     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
004740         UNTIL WS-EOF-YES.
004750     CLOSE PARM-CARD-FILE.
004760     MOVE 'N' TO WS-PC-OPEN-SWITCH.
004770     MOVE 'N' TO WS-EOF-SWITCH.
004780 1400-EXIT.
004790     EXIT.
004800
004810 1410-READ-PARM-CARD.
004820     READ PARM-CARD-FILE
004830         AT END
004840             MOVE 'Y' TO WS-EOF-SWITCH
004850         NOT AT END
004860             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
004870     END-READ.
004880 1410-EXIT.
004890     EXIT.
004900
004910 1420-APPLY-PARM.
004920     IF PARM-CARD-RECORD = SPACES
004930       OR PC-COMMENT-FLAG = '*'
004940         GO TO 1420-EXIT
004950     END-IF.
004960     MOVE SPACES TO WS-PARM-KEYWORD.
004970     MOVE SPACES TO WS-PARM-VALUE.
004980     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
004990         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
005000     IF WS-PARM-KEYWORD = 'COST-DATE'
005010         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005020         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
005030             MOVE WS-PARM-NUMERIC TO WS-COST-DATE
005040             DISPLAY 'ITMWACST - PARM COST-DATE='
005050                 WS-COST-DATE
005060             GO TO 1420-EXIT
005070         ELSE
005080             DISPLAY 'ITMWACST - INVALID COST-DATE VALUE - '
005090                 WS-PARM-VALUE
005100             DISPLAY 'ITMWACST - MUST BE YYYYMMDD'
005110             PERFORM 9900-ABEND-JOB
005120         END-IF
005130     END-IF.
005140     IF WS-PARM-KEYWORD = 'CHANGE-PCT'
005150         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005160         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT < 4
005170             MOVE WS-PARM-NUMERIC TO WS-CHANGE-PCT
005180             DISPLAY 'ITMWACST - PARM CHANGE-PCT='
005190                 WS-CHANGE-PCT
005200             GO TO 1420-EXIT
005210         ELSE
005220             DISPLAY 'ITMWACST - INVALID CHANGE-PCT VALUE - '
005230                 WS-PARM-VALUE
005240             DISPLAY 'ITMWACST - MUST BE 0 TO 999'
005250             PERFORM 9900-ABEND-JOB
005260         END-IF
005270     END-IF.
005280     DISPLAY 'ITMWACST - UNRECOGNIZED PARAMETER - '
005290         WS-PARM-KEYWORD.
005300     PERFORM 9900-ABEND-JOB.
005310 1420-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------
005350* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
005360* DIGITS INTO WS-PARM-NUMERIC
005370*-----------------------------------------------------------
005380 1430-CONVERT-PARM-VALUE.
005390     MOVE ZERO TO WS-PARM-NUMERIC.
005400     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
005410     MOVE 1    TO WS-PARM-DIGIT-SUB.
005420     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
005430     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
005440     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
005450         UNTIL WS-PARM-VAL-END
005460            OR NOT WS-PARM-NUM-OK
005470            OR WS-PARM-DIGIT-SUB > 20.
005480     IF WS-PARM-DIGIT-COUNT = 0
005490         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005500     END-IF.
005510 1430-EXIT.
005520     EXIT.
005530
005540 1431-CONVERT-ONE-DIGIT.
005550     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
005560         TO WS-PARM-DIGIT-X.
005570     IF WS-PARM-DIGIT-X = SPACE
005580         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
005590         GO TO 1431-EXIT
005600     END-IF.
005610     IF WS-PARM-DIGIT-X NOT NUMERIC
005620         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005630         GO TO 1431-EXIT
005640     END-IF.
005650     IF WS-PARM-DIGIT-COUNT = 8
005660         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005670         GO TO 1431-EXIT
005680     END-IF.
005690     MULTIPLY WS-PARM-NUMERIC BY 10
005700         GIVING WS-PARM-NUMERIC.
005710     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
005720     ADD 1 TO WS-PARM-DIGIT-COUNT.
005730     ADD 1 TO WS-PARM-DIGIT-SUB.
005740 1431-EXIT.
005750     EXIT.
005760
005770*-----------------------------------------------------------
005780* 2000-SELECT-HISTORY - SORT INPUT PROCEDURE. RELEASES THE
005790* JOURNAL RECORDS FOR THE COST DATE.
005800*-----------------------------------------------------------
005810 2000-SELECT-HISTORY.
005820     OPEN INPUT TXN-HISTORY-FILE.
005830     IF WS-HJ-FILE-STATUS = '35'
005840         DISPLAY 'ITMWACST - NO TXN-HISTORY-FILE - COSTS '
005850             'CARRIED FORWARD UNCHANGED'
005860         GO TO 2000-EXIT
005870     END-IF.
005880     IF WS-HJ-FILE-STATUS NOT = '00'
005890         DISPLAY 'ITMWACST - UNABLE TO OPEN TXN-HISTORY-'
005900             'FILE - STATUS ' WS-HJ-FILE-STATUS
005910         PERFORM 9900-ABEND-JOB
005920     END-IF.
005930     MOVE 'Y' TO WS-HJ-OPEN-SWITCH.
005940     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
005950         UNTIL WS-EOF-YES.
005960     CLOSE TXN-HISTORY-FILE.
005970     MOVE 'N' TO WS-HJ-OPEN-SWITCH.
005980     MOVE 'N' TO WS-EOF-SWITCH.
005990 2000-EXIT.
006000     EXIT.
006010
006020 2100-READ-HISTORY.
006030     READ TXN-HISTORY-FILE
006040         AT END
006050             MOVE 'Y' TO WS-EOF-SWITCH
006060         NOT AT END
006070             ADD 1 TO WS-HIST-READ-COUNT
006080             PERFORM 2200-RELEASE-ONE-RECORD THRU 2200-EXIT
006090     END-READ.
006100 2100-EXIT.
006110     EXIT.
006120
006130*-----------------------------------------------------------
006140* 2200-RELEASE-ONE-RECORD - A JOURNAL RECORD WRITTEN BEFORE
006150* RECEIPTS CARRIED A PRICE HAS SPACES THERE AND IS TAKEN AS
006160* UNPRICED
006170*-----------------------------------------------------------
006180 2200-RELEASE-ONE-RECORD.
006190     IF HJ-RUN-DATE NOT NUMERIC
006200       OR HJ-QTY NOT NUMERIC
006210       OR HJ-BEFORE-QTY NOT NUMERIC
006220       OR HJ-AFTER-QTY NOT NUMERIC
006230         ADD 1 TO WS-SKIPPED-COUNT
006240         DISPLAY 'ITMWACST - NON-NUMERIC JOURNAL RECORD '
006250             'SKIPPED - ' HJ-ITEM-CODE ' ' HJ-WHSE
006260         GO TO 2200-EXIT
006270     END-IF.
006280     IF HJ-RUN-DATE NOT = WS-COST-DATE
006290         ADD 1 TO WS-OTHER-DATE-COUNT
006300         GO TO 2200-EXIT
006310     END-IF.
006320     MOVE TXN-HISTORY-RECORD TO SORT-WORK-RECORD.
006330     IF HJ-UNIT-PRICE NOT NUMERIC
006340         MOVE ZERO TO SR-UNIT-PRICE
006350     END-IF.
006360     RELEASE SORT-WORK-RECORD.
006370     ADD 1 TO WS-SELECTED-COUNT.
006380 2200-EXIT.
006390     EXIT.
006400
006410 2400-RETURN-MOVEMENT.
006420     RETURN SORT-WORK-FILE
006430         AT END
006440             MOVE HIGH-VALUES TO WS-SORT-ITEM
006450         NOT AT END
006460             MOVE SR-ITEM-CODE TO WS-SORT-ITEM
006470     END-RETURN.
006480 2400-EXIT.
006490     EXIT.
006500
006510 2500-READ-PRIOR-TABLE.
006520     READ PRIOR-TABLE-FILE
006530         AT END
006540             MOVE HIGH-VALUES TO WS-PRIOR-KEY
006550             MOVE HIGH-VALUES TO WS-PRIOR-ITEM
006560         NOT AT END
006570             ADD 1 TO WS-PRIOR-READ-COUNT
006580             IF PT-KEY < WS-PRIOR-KEY
006590                 DISPLAY 'ITMWACST - PRIOR-TABLE-FILE OUT OF '
006600                     'ASCENDING SEQUENCE AT ITEM ' PT-KEY
006610                 PERFORM 9900-ABEND-JOB
006620             END-IF
006630             MOVE PT-KEY  TO WS-PRIOR-KEY
006640             MOVE PT-ITEM TO WS-PRIOR-ITEM
006650     END-READ.
006660 2500-EXIT.
006670     EXIT.
006680
006690*-----------------------------------------------------------
006700* 2550-ADD-PRIOR-ROW - ADD ONE WAREHOUSE ROW TO THE ITEM'S
006710* PRIOR ON-HAND AND READ THE NEXT ROW
006720*-----------------------------------------------------------
006730 2550-ADD-PRIOR-ROW.
006740     ADD PT-QTY TO WS-IC-PRIOR-QTY.
006750     PERFORM 2500-READ-PRIOR-TABLE THRU 2500-EXIT.
006760 2550-EXIT.
006770     EXIT.
006780
006790 2600-READ-COST-FILE.
006800     READ UNIT-COST-FILE
006810         AT END
006820             MOVE HIGH-VALUES TO WS-COST-ITEM
006830         NOT AT END
006840             ADD 1 TO WS-COST-READ-COUNT
006850             IF UC-ITEM-CODE < WS-COST-ITEM
006860                 DISPLAY 'ITMWACST - UNIT-COST-FILE OUT OF '
006870                     'ASCENDING SEQUENCE AT ITEM ' UC-ITEM-CODE
006880                 PERFORM 9900-ABEND-JOB
006890             END-IF
006900             IF UC-UNIT-COST NOT NUMERIC
006910                 DISPLAY 'ITMWACST - NON-NUMERIC UNIT COST FOR '
006920                     'ITEM ' UC-ITEM-CODE ' - JOB ABENDING'
006930                 PERFORM 9900-ABEND-JOB
006940             END-IF
006950             MOVE UC-ITEM-CODE TO WS-COST-ITEM
006960     END-READ.
006970 2600-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------
007010* 3000-COST-ITEMS - SORT OUTPUT PROCEDURE. THREE-WAY MATCH
007020* OF PRIOR EXTRACT, COST FILE, AND MOVEMENTS ON ITEM.
007030*-----------------------------------------------------------
007040 3000-COST-ITEMS.
007050     PERFORM 2400-RETURN-MOVEMENT THRU 2400-EXIT.
007060     PERFORM 3100-COST-ONE-ITEM THRU 3100-EXIT
007070         UNTIL WS-PRIOR-ITEM = HIGH-VALUES
007080           AND WS-COST-ITEM = HIGH-VALUES
007090           AND WS-SORT-ITEM = HIGH-VALUES.
007100 3000-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------
007140* 3100-COST-ONE-ITEM - COST THE LOWEST ITEM. A COST OF ZERO
007150* ON FILE COUNTS AS NO PRIOR COST FOR THE AVERAGING, BUT
007160* EVERY COSTFILE RECORD, ZERO OR NOT, IS CARRIED TO THE
007165* NEXT GENERATION, AS IS ANY COST SET BY TODAY'S RECEIPTS.
007170*-----------------------------------------------------------
007180 3100-COST-ONE-ITEM.
007190     MOVE WS-PRIOR-ITEM TO WS-LOW-ITEM.
007200     IF WS-COST-ITEM < WS-LOW-ITEM
007210         MOVE WS-COST-ITEM TO WS-LOW-ITEM
007220     END-IF.
007230     IF WS-SORT-ITEM < WS-LOW-ITEM
007240         MOVE WS-SORT-ITEM TO WS-LOW-ITEM
007250     END-IF.
007260     INITIALIZE WS-ITEM-COST-AREA.
007270     MOVE ZERO TO WS-RCT-COUNT.
007280     MOVE 'N' TO WS-HAS-COST-SWITCH.
007290     MOVE 'N' TO WS-NEWLY-COSTED-SWITCH.
007295     MOVE 'N' TO WS-ON-COSTFILE-SWITCH.
007300     PERFORM 2550-ADD-PRIOR-ROW THRU 2550-EXIT
007310         UNTIL WS-PRIOR-ITEM NOT = WS-LOW-ITEM.
007320     MOVE WS-IC-PRIOR-QTY TO WS-IC-ON-HAND.
007330     IF WS-COST-ITEM = WS-LOW-ITEM
007335         MOVE 'Y' TO WS-ON-COSTFILE-SWITCH
007340         MOVE UC-UNIT-COST TO WS-IC-OLD-COST
007350         MOVE UC-UNIT-COST TO WS-IC-COST
007360         IF UC-UNIT-COST > ZERO
007370             MOVE 'Y' TO WS-HAS-COST-SWITCH
007380         END-IF
007390         PERFORM 2600-READ-COST-FILE THRU 2600-EXIT
007400     END-IF.
007410     PERFORM 3200-APPLY-MOVEMENT THRU 3200-EXIT
007420         UNTIL WS-SORT-ITEM NOT = WS-LOW-ITEM.
007430     IF WS-ON-COSTFILE OR WS-HAS-COST
007440         PERFORM 5100-WRITE-NEXT-COST THRU 5100-EXIT
007450     END-IF.
007460     IF WS-IC-RCPT-COUNT = ZERO
007470         GO TO 3100-EXIT
007480     END-IF.
007490     IF WS-NEWLY-COSTED
007500         PERFORM 3500-RECORD-NEW-COST THRU 3500-EXIT
007510     ELSE
007520         PERFORM 3600-REPORT-COST-CHANGE THRU 3600-EXIT
007530     END-IF.
007540 3100-EXIT.
007550     EXIT.
007560
007570*-----------------------------------------------------------
007580* 3200-APPLY-MOVEMENT - COST A PRICED RECEIPT AGAINST THE
007590* ON-HAND AHEAD OF IT, THEN ROLL THE ON-HAND FORWARD BY THE
007600* MOVEMENT'S NET (AFTER - BEFORE). A TRANSFER NETS TO ZERO
007610* OVER ITS TWO ROWS.
007620*-----------------------------------------------------------
007630 3200-APPLY-MOVEMENT.
007640     IF SR-TXN-TYPE = 'R'
007650         IF SR-UNIT-PRICE > ZERO AND SR-QTY > ZERO
007660             PERFORM 3300-COST-RECEIPT THRU 3300-EXIT
007670         ELSE
007680             ADD 1 TO WS-UNPRICED-RCPT-COUNT
007690         END-IF
007700     END-IF.
007710     SUBTRACT SR-BEFORE-QTY FROM SR-AFTER-QTY
007720         GIVING WS-IC-DELTA.
007730     ADD WS-IC-DELTA TO WS-IC-ON-HAND.
007740     PERFORM 2400-RETURN-MOVEMENT THRU 2400-EXIT.
007750 3200-EXIT.
007760     EXIT.
007770
007780*-----------------------------------------------------------
007790* 3300-COST-RECEIPT - MOVING WEIGHTED AVERAGE. AN ITEM WITH
007800* NO COST YET TAKES ITS FIRST RECEIPT PRICE OUTRIGHT. A
007810* NEGATIVE ON-HAND IS WEIGHTED AS ZERO.
007820*-----------------------------------------------------------
007830 3300-COST-RECEIPT.
007840     ADD 1 TO WS-PRICED-RCPT-COUNT.
007850     ADD 1 TO WS-IC-RCPT-COUNT.
007860     ADD SR-QTY TO WS-IC-RCPT-QTY.
007870     MOVE WS-IC-ON-HAND TO WS-IC-WEIGHT-QTY.
007880     IF WS-IC-WEIGHT-QTY < ZERO
007890         MOVE ZERO TO WS-IC-WEIGHT-QTY
007900     END-IF.
007910     IF NOT WS-HAS-COST
007920         MOVE SR-UNIT-PRICE TO WS-IC-COST
007930         MOVE 'Y' TO WS-HAS-COST-SWITCH
007940         MOVE 'Y' TO WS-NEWLY-COSTED-SWITCH
007950     ELSE
007960         COMPUTE WS-IC-VALUE = WS-IC-WEIGHT-QTY * WS-IC-COST
007970                             + SR-QTY * SR-UNIT-PRICE
007980         COMPUTE WS-IC-COST ROUNDED = WS-IC-VALUE
007990             / (WS-IC-WEIGHT-QTY + SR-QTY)
008000     END-IF.
008010     PERFORM 3400-SAVE-RECEIPT-LINE THRU 3400-EXIT.
008020 3300-EXIT.
008030     EXIT.
008040
008050 3400-SAVE-RECEIPT-LINE.
008060     IF WS-RCT-COUNT >= WS-RCT-MAX
008070         DISPLAY 'ITMWACST - PRICED RECEIPTS FOR ITEM '
008080             WS-LOW-ITEM ' EXCEED TABLE MAXIMUM OF '
008090             WS-RCT-MAX ' - JOB ABENDING'
008100         PERFORM 9900-ABEND-JOB
008110     END-IF.
008120     ADD 1 TO WS-RCT-COUNT.
008130     MOVE SR-WHSE          TO WS-RCT-WHSE(WS-RCT-COUNT).
008140     MOVE SR-QTY           TO WS-RCT-QTY(WS-RCT-COUNT).
008150     MOVE SR-UNIT-PRICE    TO WS-RCT-PRICE(WS-RCT-COUNT).
008160     MOVE WS-IC-ON-HAND    TO WS-RCT-ON-HAND(WS-RCT-COUNT).
008170     MOVE WS-IC-COST       TO WS-RCT-COST-AFTER(WS-RCT-COUNT).
008180 3400-EXIT.
008190     EXIT.
008200
008210*-----------------------------------------------------------
008220* 3500-RECORD-NEW-COST - HOLD A FIRST-TIME COST FOR THE
008230* SEPARATE LISTING
008240*-----------------------------------------------------------
008250 3500-RECORD-NEW-COST.
008260     IF WS-NEW-COUNT >= WS-NEW-MAX
008270         DISPLAY 'ITMWACST - NEWLY COSTED ITEMS EXCEED TABLE '
008280             'MAXIMUM OF ' WS-NEW-MAX ' - JOB ABENDING'
008290         PERFORM 9900-ABEND-JOB
008300     END-IF.
008310     ADD 1 TO WS-NEW-COUNT.
008320     MOVE WS-LOW-ITEM      TO WS-NEW-ITEM(WS-NEW-COUNT).
008330     MOVE WS-IC-RCPT-COUNT TO WS-NEW-RCPT-COUNT(WS-NEW-COUNT).
008340     MOVE WS-IC-RCPT-QTY   TO WS-NEW-RCPT-QTY(WS-NEW-COUNT).
008350     MOVE WS-IC-COST       TO WS-NEW-COST(WS-NEW-COUNT).
008360 3500-EXIT.
008370     EXIT.
008380
008390*-----------------------------------------------------------
008400* 3600-REPORT-COST-CHANGE - ONE LINE FOR THE ITEM'S OLD AND
008410* NEW COST, THEN THE RECEIPTS BEHIND IT WITH THE AVERAGE
008420* AFTER EACH ONE
008430*-----------------------------------------------------------
008440 3600-REPORT-COST-CHANGE.
008450     ADD 1 TO WS-REPRICED-COUNT.
008460     COMPUTE WS-IC-PCT-CHANGE ROUNDED =
008470         (WS-IC-COST - WS-IC-OLD-COST) * 100 / WS-IC-OLD-COST.
008480     IF WS-IC-PCT-CHANGE < ZERO
008490         COMPUTE WS-IC-PCT-ABS = ZERO - WS-IC-PCT-CHANGE
008500     ELSE
008510         MOVE WS-IC-PCT-CHANGE TO WS-IC-PCT-ABS
008520     END-IF.
008530     IF WS-IC-COST = WS-IC-OLD-COST
008540         ADD 1 TO WS-UNCHANGED-COUNT
008550     END-IF.
008560     MOVE SPACES             TO WS-RPT-DETAIL-LINE.
008570     MOVE WS-LOW-ITEM        TO RPT-D-ITEM.
008580     MOVE WS-IC-OLD-COST     TO RPT-D-OLD-COST.
008590     MOVE WS-IC-COST         TO RPT-D-NEW-COST.
008600     MOVE WS-IC-PCT-CHANGE   TO RPT-D-PCT-CHANGE.
008610     IF WS-IC-PCT-ABS > WS-CHANGE-PCT
008620         ADD 1 TO WS-FLAGGED-COUNT
008630         MOVE '*** OVER THRESHOLD' TO RPT-D-FLAG
008640     END-IF.
008650     IF WS-LINE-COUNT > 50
008660         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
008670     END-IF.
008680     WRITE COST-REGISTER-RECORD FROM WS-RPT-DETAIL-LINE
008690         AFTER ADVANCING 2 LINES.
008700     ADD 2 TO WS-LINE-COUNT.
008710     PERFORM 3610-PRINT-RECEIPT-LINE THRU 3610-EXIT
008720         VARYING WS-RCT-SUB FROM 1 BY 1
008730         UNTIL WS-RCT-SUB > WS-RCT-COUNT.
008740 3600-EXIT.
008750     EXIT.
008760
008770 3610-PRINT-RECEIPT-LINE.
008780     MOVE SPACES                       TO WS-RPT-DETAIL-LINE.
008790     MOVE WS-RCT-WHSE(WS-RCT-SUB)       TO RPT-D-WHSE.
008800     MOVE WS-RCT-QTY(WS-RCT-SUB)        TO RPT-D-QTY.
008810     MOVE WS-RCT-PRICE(WS-RCT-SUB)      TO RPT-D-PRICE.
008820     MOVE WS-RCT-ON-HAND(WS-RCT-SUB)    TO RPT-D-ON-HAND.
008830     MOVE WS-RCT-COST-AFTER(WS-RCT-SUB) TO RPT-D-NEW-COST.
008840     PERFORM 4200-PRINT-DETAIL-LINE THRU 4200-EXIT.
008850 3610-EXIT.
008860     EXIT.
008870
008880 4100-WRITE-REPORT-HEADINGS.
008890     ADD 1 TO WS-PAGE-COUNT.
008900     MOVE WS-COST-DATE  TO RPT-H-COST-DATE.
008910     MOVE WS-CHANGE-PCT TO RPT-H-CHANGE-PCT.
008920     WRITE COST-REGISTER-RECORD FROM WS-RPT-HEADING-1
008930         AFTER ADVANCING PAGE.
008940     WRITE COST-REGISTER-RECORD FROM WS-RPT-HEADING-2
008950         AFTER ADVANCING 2 LINES.
008960     MOVE 3 TO WS-LINE-COUNT.
008970 4100-EXIT.
008980     EXIT.
008990
009000 4200-PRINT-DETAIL-LINE.
009010     IF WS-LINE-COUNT > 50
009020         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
009030     END-IF.
009040     WRITE COST-REGISTER-RECORD FROM WS-RPT-DETAIL-LINE
009050         AFTER ADVANCING 1 LINE.
009060     ADD 1 TO WS-LINE-COUNT.
009070 4200-EXIT.
009080     EXIT.
009090
009100 4300-WRITE-NEW-HEADINGS.
009110     ADD 1 TO WS-PAGE-COUNT.
009120     MOVE WS-COST-DATE TO RPT-NH-COST-DATE.
009130     WRITE COST-REGISTER-RECORD FROM WS-RPT-NEW-HEADING-1
009140         AFTER ADVANCING PAGE.
009150     WRITE COST-REGISTER-RECORD FROM WS-RPT-NEW-HEADING-2
009160         AFTER ADVANCING 2 LINES.
009170     MOVE 3 TO WS-LINE-COUNT.
009180 4300-EXIT.
009190     EXIT.
009200
009210*-----------------------------------------------------------
009220* 5000-WRITE-CONTROL-TOTALS - REGISTER COUNTS
009230*-----------------------------------------------------------
009240 5000-WRITE-CONTROL-TOTALS.
009250     IF WS-REPRICED-COUNT = ZERO
009260         WRITE COST-REGISTER-RECORD FROM WS-RPT-NONE-LINE
009270             AFTER ADVANCING 2 LINES
009280     END-IF.
009290     MOVE WS-REPRICED-COUNT      TO RPT-T-REPRICED.
009300     MOVE WS-FLAGGED-COUNT       TO RPT-T-FLAGGED.
009310     MOVE WS-NEW-COUNT           TO RPT-T-NEW.
009320     WRITE COST-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE-1
009330         AFTER ADVANCING 2 LINES.
009340     MOVE WS-PRICED-RCPT-COUNT   TO RPT-T-PRICED.
009350     MOVE WS-UNPRICED-RCPT-COUNT TO RPT-T-UNPRICED.
009360     MOVE WS-COST-WRITTEN-COUNT  TO RPT-T-WRITTEN.
009370     WRITE COST-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE-2
009380         AFTER ADVANCING 1 LINE.
009390     MOVE WS-SELECTED-COUNT      TO RPT-T-SELECTED.
009400     MOVE WS-SKIPPED-COUNT       TO RPT-T-SKIPPED.
009410     WRITE COST-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE-3
009420         AFTER ADVANCING 1 LINE.
009430 5000-EXIT.
009440     EXIT.
009450
009460 5100-WRITE-NEXT-COST.
009470     MOVE SPACES      TO NEXT-COST-RECORD.
009480     MOVE WS-LOW-ITEM TO NC-ITEM-CODE.
009490     MOVE WS-IC-COST  TO NC-UNIT-COST.
009500     WRITE NEXT-COST-RECORD.
009510     ADD 1 TO WS-COST-WRITTEN-COUNT.
009520 5100-EXIT.
009530     EXIT.
009540
009550*-----------------------------------------------------------
009560* 5200-LIST-NEW-COSTS - ITEMS COSTED FOR THE FIRST TIME, ON
009570* A PAGE OF THEIR OWN
009580*-----------------------------------------------------------
009590 5200-LIST-NEW-COSTS.
009600     PERFORM 4300-WRITE-NEW-HEADINGS THRU 4300-EXIT.
009610     IF WS-NEW-COUNT = ZERO
009620         WRITE COST-REGISTER-RECORD FROM WS-RPT-NEW-NONE-LINE
009630             AFTER ADVANCING 1 LINE
009640         GO TO 5200-EXIT
009650     END-IF.
009660     PERFORM 5210-PRINT-NEW-COST THRU 5210-EXIT
009670         VARYING WS-NEW-SUB FROM 1 BY 1
009680         UNTIL WS-NEW-SUB > WS-NEW-COUNT.
009690 5200-EXIT.
009700     EXIT.
009710
009720 5210-PRINT-NEW-COST.
009730     IF WS-LINE-COUNT > 50
009740         PERFORM 4300-WRITE-NEW-HEADINGS THRU 4300-EXIT
009750     END-IF.
009760     MOVE WS-NEW-ITEM(WS-NEW-SUB)       TO RPT-N-ITEM.
009770     MOVE WS-NEW-RCPT-COUNT(WS-NEW-SUB) TO RPT-N-RCPT-COUNT.
009780     MOVE WS-NEW-RCPT-QTY(WS-NEW-SUB)   TO RPT-N-RCPT-QTY.
009790     MOVE WS-NEW-COST(WS-NEW-SUB)       TO RPT-N-NEW-COST.
009800     WRITE COST-REGISTER-RECORD FROM WS-RPT-NEW-LINE
009810         AFTER ADVANCING 1 LINE.
009820     ADD 1 TO WS-LINE-COUNT.
009830 5210-EXIT.
009840     EXIT.
009850
009860*-----------------------------------------------------------
009870* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
009880*-----------------------------------------------------------
009890 8000-WRITE-AUDIT-LOG.
009900     MOVE WS-RUN-DATE           TO AL-RUN-DATE.
009910     MOVE WS-RUN-TIME           TO AL-RUN-TIME.
009920     MOVE 'ITMWACST'            TO AL-JOB-ID.
009930     COMPUTE AL-READ-COUNT = WS-HIST-READ-COUNT
009940                           + WS-PRIOR-READ-COUNT
009950                           + WS-COST-READ-COUNT.
009960     MOVE WS-COST-WRITTEN-COUNT TO AL-WRITTEN-COUNT.
009970     MOVE WS-FLAGGED-COUNT      TO AL-EXCEPTION-COUNT.
009980     MOVE WS-SKIPPED-COUNT      TO AL-REJECT-COUNT.
009990     MOVE WS-AUDIT-DISP         TO AL-DISPOSITION.
010000     WRITE AUDIT-LOG-RECORD.
010010 8000-EXIT.
010020     EXIT.
010030
010040*-----------------------------------------------------------
010050* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
010060* CLEAN, 4 A CHANGE OVER THRESHOLD OR JOURNAL RECORDS
010070* SKIPPED), AND SIGN OFF THE RUN
010080*-----------------------------------------------------------
010090 9000-TERMINATE.
010100     IF WS-FLAGGED-COUNT > 0
010110       OR WS-SKIPPED-COUNT > 0
010120         MOVE 'WARNING' TO WS-AUDIT-DISP
010130         MOVE 4 TO RETURN-CODE
010140     ELSE
010150         MOVE 'NORMAL' TO WS-AUDIT-DISP
010160         MOVE ZERO TO RETURN-CODE
010170     END-IF.
010180     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
010190     CLOSE AUDIT-LOG-FILE.
010200     CLOSE PRIOR-TABLE-FILE.
010210     IF WS-UC-OPEN
010220         CLOSE UNIT-COST-FILE
010230     END-IF.
010240     CLOSE NEXT-COST-FILE.
010250     CLOSE COST-REGISTER-FILE.
010260     DISPLAY 'ITMWACST - COST DATE:            ' WS-COST-DATE.
010270     DISPLAY 'ITMWACST - HISTORY RECORDS READ: '
010280         WS-HIST-READ-COUNT.
010290     DISPLAY 'ITMWACST - MOVEMENTS APPLIED:    '
010300         WS-SELECTED-COUNT.
010310     DISPLAY 'ITMWACST - RECORDS SKIPPED:      '
010320         WS-SKIPPED-COUNT.
010330     DISPLAY 'ITMWACST - PRICED RECEIPTS:      '
010340         WS-PRICED-RCPT-COUNT.
010350     DISPLAY 'ITMWACST - UNPRICED RECEIPTS:    '
010360         WS-UNPRICED-RCPT-COUNT.
010370     DISPLAY 'ITMWACST - ITEMS RE-AVERAGED:    '
010380         WS-REPRICED-COUNT.
010390     DISPLAY 'ITMWACST - CHANGES FLAGGED:      '
010400         WS-FLAGGED-COUNT.
010410     DISPLAY 'ITMWACST - ITEMS NEWLY COSTED:   '
010420         WS-NEW-COUNT.
010430     DISPLAY 'ITMWACST - COST RECORDS WRITTEN: '
010440         WS-COST-WRITTEN-COUNT.
010450     DISPLAY 'ITMWACST - RETURN CODE SET TO ' RETURN-CODE.
010460 9000-EXIT.
010470     EXIT.
010480
010490*-----------------------------------------------------------
010500* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
010510* ERROR
010520*-----------------------------------------------------------
010530 9900-ABEND-JOB.
010540     DISPLAY 'ITMWACST - JOB TERMINATED - SEE ERROR ABOVE'.
010550     IF WS-AL-OPEN
010560         MOVE 'ABEND' TO WS-AUDIT-DISP
010570         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
010580         CLOSE AUDIT-LOG-FILE
010590     END-IF.
010600     IF WS-PC-OPEN
010610         CLOSE PARM-CARD-FILE
010620     END-IF.
010630     IF WS-PT-OPEN
010640         CLOSE PRIOR-TABLE-FILE
010650     END-IF.
010660     IF WS-UC-OPEN
010670         CLOSE UNIT-COST-FILE
010680     END-IF.
010690     IF WS-HJ-OPEN
010700         CLOSE TXN-HISTORY-FILE
010710     END-IF.
010720     IF WS-NC-OPEN
010730         CLOSE NEXT-COST-FILE
010740     END-IF.
010750     IF WS-CR-OPEN
010760         CLOSE COST-REGISTER-FILE
010770     END-IF.
010780     MOVE 16 TO RETURN-CODE.
010790     STOP RUN.
