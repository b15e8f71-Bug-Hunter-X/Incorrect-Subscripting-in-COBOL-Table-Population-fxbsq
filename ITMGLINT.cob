000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMGLINT.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/11/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/11/2026 JH    GENERAL LEDGER INTERFACE. COSTS THE DAY'S
000130*                  TXNHIST MOVEMENTS AT COSTFILE UNIT COST
000140*                  AND WRITES A BALANCED GL JOURNAL (GLJRNL)
000150*                  OF HEADER, DEBIT/CREDIT DETAIL, AND A
000160*                  TRAILER CARRYING THE LINE COUNT AND THE
000170*                  DEBIT AND CREDIT CONTROL TOTALS. THE
000180*                  ITEM'S CATEGORY (FROM ITMTBOUT) IS MAPPED
000190*                  THROUGH THE ACCTMAP REFERENCE FILE TO AN
000200*                  INVENTORY ACCOUNT AND AN OFFSET ACCOUNT -
000210*                  RECEIPTS, ISSUES, COUNT ADJUSTMENTS UP,
000220*                  AND WRITE-OFFS (ADJUSTMENTS DOWN) EACH
000230*                  HAVE THEIR OWN OFFSET. TRANSFERS STAY IN
000240*                  THE SAME ACCOUNT AND ARE NOT POSTED. A
000250*                  MOVEMENT WITH NO COST OR NO MAPPING GOES
000260*                  TO THE EXCEPTIONS LIST INSTEAD OF THE
000270*                  JOURNAL. THE SUMMARY PAGE TIES THE NET
000280*                  POSTED TO INVENTORY AGAINST THE CHANGE IN
000290*                  ITMVALRP TOTAL VALUE ON VALSNAP.
000300*-----------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PARM-CARD-FILE
000400         ASSIGN TO PARMCARD
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-PC-FILE-STATUS.
000430
000440     SELECT TXN-HISTORY-FILE
000450         ASSIGN TO TXNHIST
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-HJ-FILE-STATUS.
000480
000490     SELECT UNIT-COST-FILE
000500         ASSIGN TO COSTFILE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-UC-FILE-STATUS.
000530
000540     SELECT ITEM-TABLE-IN-FILE
000550         ASSIGN TO ITMTBOUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-TI-FILE-STATUS.
000580
000590     SELECT ACCOUNT-MAP-FILE
000600         ASSIGN TO ACCTMAP
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-AM-FILE-STATUS.
000630
000640     SELECT VAL-SNAPSHOT-FILE
000650         ASSIGN TO VALSNAP
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-SN-FILE-STATUS.
000680
000690     SELECT GL-JOURNAL-FILE
000700         ASSIGN TO GLJRNL
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-GL-FILE-STATUS.
000730
000740     SELECT GL-REPORT-FILE
000750         ASSIGN TO GLRPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-GR-FILE-STATUS.
000780
000790     SELECT AUDIT-LOG-FILE
000800         ASSIGN TO AUDITLOG
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-AL-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  PARM-CARD-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  PARM-CARD-RECORD.
000900     05  PC-COMMENT-FLAG          PIC X(01).
000910     05  FILLER                   PIC X(79).
000920
000930 FD  TXN-HISTORY-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  TXN-HISTORY-RECORD.
000970     05  HJ-ITEM-CODE             PIC X(20).
000980     05  HJ-WHSE                  PIC X(03).
000990     05  HJ-TXN-TYPE              PIC X(01).
001000     05  HJ-QTY                   PIC 9(05).
001010     05  HJ-BEFORE-QTY            PIC 9(05).
001020     05  HJ-AFTER-QTY             PIC 9(05).
001030     05  HJ-RUN-DATE              PIC 9(08).
001040     05  HJ-UNIT-PRICE            PIC 9(05)V99.
001050     05  FILLER                   PIC X(26).
001060
001070 FD  UNIT-COST-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  UNIT-COST-RECORD.
001110     05  UC-ITEM-CODE             PIC X(20).
001120     05  UC-UNIT-COST             PIC 9(05)V99.
001130     05  FILLER                   PIC X(53).
001140
001150 FD  ITEM-TABLE-IN-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  ITEM-TABLE-IN-RECORD.
001190     05  TI-KEY.
001200         10  TI-ITEM              PIC X(20).
001210         10  TI-WHSE              PIC X(03).
001220     05  TI-QTY                   PIC 9(05).
001230     05  TI-CATEGORY              PIC X(04).
001240     05  TI-DESC                  PIC X(20).
001250     05  FILLER                   PIC X(28).
001260
001270 FD  ACCOUNT-MAP-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  ACCOUNT-MAP-RECORD.
001310     05  AM-CATEGORY              PIC X(04).
001320     05  AM-INVENTORY-ACCT        PIC X(10).
001330     05  AM-RECEIPT-OFFSET        PIC X(10).
001340     05  AM-ISSUE-OFFSET          PIC X(10).
001350     05  AM-COUNT-ADJ-OFFSET      PIC X(10).
001360     05  AM-WRITE-OFF-OFFSET      PIC X(10).
001370     05  FILLER                   PIC X(26).
001380
001390 FD  VAL-SNAPSHOT-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  VAL-SNAPSHOT-RECORD.
001430     05  SN-RUN-DATE              PIC 9(08).
001440     05  SN-CATEGORY              PIC X(04).
001450     05  SN-ITEM-COUNT            PIC 9(05).
001460     05  SN-QTY-SUM               PIC 9(08).
001470     05  SN-VALUE-SUM             PIC 9(15)V99.
001480     05  SN-UNCOSTED-QTY          PIC 9(08).
001490     05  FILLER                   PIC X(30).
001500
001510 FD  GL-JOURNAL-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 80 CHARACTERS.
001540 01  GL-DETAIL-RECORD.
001550     05  GD-RECORD-TYPE           PIC X(01).
001560     05  GD-BATCH-ID              PIC X(08).
001570     05  GD-LINE-NO               PIC 9(06).
001580     05  GD-ACCOUNT               PIC X(10).
001590     05  GD-DR-CR                 PIC X(01).
001600     05  GD-AMOUNT                PIC 9(11)V99.
001610     05  GD-CATEGORY              PIC X(04).
001620     05  GD-ITEM-CODE             PIC X(20).
001630     05  GD-WHSE                  PIC X(03).
001640     05  GD-TXN-TYPE              PIC X(01).
001650     05  GD-QTY                   PIC 9(05).
001660     05  FILLER                   PIC X(08).
001670 01  GL-HEADER-RECORD REDEFINES GL-DETAIL-RECORD.
001680     05  GH-RECORD-TYPE           PIC X(01).
001690     05  GH-BATCH-ID              PIC X(08).
001700     05  GH-SOURCE                PIC X(08).
001710     05  GH-JOURNAL-DATE          PIC 9(08).
001720     05  GH-DESCRIPTION           PIC X(30).
001730     05  FILLER                   PIC X(25).
001740 01  GL-TRAILER-RECORD REDEFINES GL-DETAIL-RECORD.
001750     05  GT-RECORD-TYPE           PIC X(01).
001760     05  GT-BATCH-ID              PIC X(08).
001770     05  GT-LINE-COUNT            PIC 9(07).
001780     05  GT-DEBIT-TOTAL           PIC 9(13)V99.
001790     05  GT-CREDIT-TOTAL          PIC 9(13)V99.
001800     05  FILLER                   PIC X(34).
001810
001820 FD  GL-REPORT-FILE
001830     LABEL RECORDS ARE STANDARD
001840     RECORD CONTAINS 132 CHARACTERS.
001850 01  GL-REPORT-RECORD            PIC X(132).
001860
001870 FD  AUDIT-LOG-FILE
001880     LABEL RECORDS ARE STANDARD
001890     RECORD CONTAINS 80 CHARACTERS.
001900 01  AUDIT-LOG-RECORD.
001910     COPY ITMAUDIT.
001920
001930 WORKING-STORAGE SECTION.
001940 77  WS-COST-MAX                  PIC 9(05) VALUE 05000.
001950 77  WS-COST-COUNT                PIC 9(05) VALUE ZERO.
001960 77  WS-ITM-MAX                   PIC 9(05) VALUE 05000.
001970 77  WS-ITM-COUNT                 PIC 9(05) VALUE ZERO.
001980 77  WS-MAP-MAX                   PIC 9(03) VALUE 100.
001990 77  WS-MAP-COUNT                 PIC 9(03) VALUE ZERO.
002000 77  WS-ACT-MAX                   PIC 9(03) VALUE 500.
002010 77  WS-ACT-COUNT                 PIC 9(03) VALUE ZERO.
002020 77  WS-ACT-SUB                   PIC 9(03) COMP VALUE ZERO.
002030 77  WS-ACT-PREV-SUB              PIC 9(03) COMP VALUE ZERO.
002040 77  WS-ACT-SHIFT-SUB             PIC 9(03) COMP VALUE ZERO.
002050 77  WS-LAST-COST-ITEM            PIC X(20) VALUE LOW-VALUES.
002060 77  WS-LAST-TI-KEY               PIC X(23) VALUE LOW-VALUES.
002070 77  WS-LAST-MAP-CAT              PIC X(04) VALUE LOW-VALUES.
002080 77  WS-HIST-READ-COUNT           PIC 9(07) VALUE ZERO.
002090 77  WS-SELECTED-COUNT            PIC 9(07) VALUE ZERO.
002100 77  WS-OTHER-DATE-COUNT          PIC 9(07) VALUE ZERO.
002110 77  WS-POSTED-COUNT              PIC 9(07) VALUE ZERO.
002120 77  WS-TRANSFER-COUNT            PIC 9(07) VALUE ZERO.
002130 77  WS-ZERO-MOVE-COUNT           PIC 9(07) VALUE ZERO.
002140 77  WS-EXCEPTION-COUNT           PIC 9(07) VALUE ZERO.
002150 77  WS-REF-READ-COUNT            PIC 9(07) VALUE ZERO.
002160 77  WS-SNAP-READ-COUNT           PIC 9(07) VALUE ZERO.
002170 77  WS-JRNL-LINE-COUNT           PIC 9(07) VALUE ZERO.
002180 77  WS-POST-DATE                 PIC 9(08) VALUE ZERO.
002190 77  WS-PRIOR-SNAP-DATE           PIC 9(08) VALUE ZERO.
002200 77  WS-BATCH-ID                  PIC X(08) VALUE SPACES.
002210 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
002220 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
002230 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002240 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002250 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
002260
002270 01  WS-SWITCHES.
002280     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
002290         88  WS-EOF-YES                 VALUE 'Y'.
002300         88  WS-EOF-NO                  VALUE 'N'.
002310     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002320         88  WS-PC-OPEN                 VALUE 'Y'.
002330     05  WS-HJ-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002340         88  WS-HJ-OPEN                 VALUE 'Y'.
002350     05  WS-UC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002360         88  WS-UC-OPEN                 VALUE 'Y'.
002370     05  WS-TI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002380         88  WS-TI-OPEN                 VALUE 'Y'.
002390     05  WS-AM-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002400         88  WS-AM-OPEN                 VALUE 'Y'.
002410     05  WS-SN-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002420         88  WS-SN-OPEN                 VALUE 'Y'.
002430     05  WS-GL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002440         88  WS-GL-OPEN                 VALUE 'Y'.
002450     05  WS-GR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002460         88  WS-GR-OPEN                 VALUE 'Y'.
002470     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002480         88  WS-AL-OPEN                 VALUE 'Y'.
002490     05  WS-SEARCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002500         88  WS-SEARCH-FOUND            VALUE 'Y'.
002510     05  WS-SNAP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002520         88  WS-SNAP-FOUND              VALUE 'Y'.
002530     05  WS-PRIOR-SNAP-SWITCH     PIC X(01) VALUE 'N'.
002540         88  WS-PRIOR-SNAP-FOUND        VALUE 'Y'.
002550
002560 01  WS-FILE-STATUSES.
002570     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
002580     05  WS-HJ-FILE-STATUS        PIC X(02) VALUE SPACES.
002590     05  WS-UC-FILE-STATUS        PIC X(02) VALUE SPACES.
002600     05  WS-TI-FILE-STATUS        PIC X(02) VALUE SPACES.
002610     05  WS-AM-FILE-STATUS        PIC X(02) VALUE SPACES.
002620     05  WS-SN-FILE-STATUS        PIC X(02) VALUE SPACES.
002630     05  WS-GL-FILE-STATUS        PIC X(02) VALUE SPACES.
002640     05  WS-GR-FILE-STATUS        PIC X(02) VALUE SPACES.
002650     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
002660
002670 01  WS-PARM-AREA.
002680     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
002690     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
002700     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
002710     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
002720     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
002730     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
002740     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
002750                                  PIC 9(01).
002760     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
002770         88  WS-PARM-NUM-OK             VALUE 'Y'.
002780     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
002790         88  WS-PARM-VAL-END            VALUE 'Y'.
002800
002810 01  WS-BATCH-ID-AREA.
002820     05  WS-BID-PREFIX            PIC X(02) VALUE 'IV'.
002830     05  WS-BID-DATE              PIC 9(06) VALUE ZERO.
002840 01  WS-POST-DATE-AREA.
002850     05  WS-PD-CENTURY            PIC 9(02) VALUE ZERO.
002860     05  WS-PD-YYMMDD             PIC 9(06) VALUE ZERO.
002870
002880 01  WS-SEARCH-AREA.
002890     05  WS-SEARCH-ITEM-CODE      PIC X(20) VALUE SPACES.
002900     05  WS-SEARCH-CATEGORY       PIC X(04) VALUE SPACES.
002910
002920*-----------------------------------------------------------
002930* ONE MOVEMENT BEING COSTED AND POSTED
002940*-----------------------------------------------------------
002950 01  WS-MOVE-AREA.
002960     05  WS-MV-DELTA              PIC S9(07) VALUE ZERO.
002970     05  WS-MV-QTY                PIC 9(07) VALUE ZERO.
002980     05  WS-MV-UNIT-COST          PIC 9(05)V99 VALUE ZERO.
002990     05  WS-MV-AMOUNT             PIC 9(11)V99 VALUE ZERO.
003000     05  WS-MV-CATEGORY           PIC X(04) VALUE SPACES.
003010     05  WS-MV-INV-ACCT           PIC X(10) VALUE SPACES.
003020     05  WS-MV-OFFSET-ACCT        PIC X(10) VALUE SPACES.
003030     05  WS-MV-DEBIT-ACCT         PIC X(10) VALUE SPACES.
003040     05  WS-MV-CREDIT-ACCT        PIC X(10) VALUE SPACES.
003050     05  WS-MV-REASON             PIC X(32) VALUE SPACES.
003060     05  WS-POST-ACCT             PIC X(10) VALUE SPACES.
003070     05  WS-POST-DR-CR            PIC X(01) VALUE SPACE.
003080
003090 01  WS-CONTROL-TOTALS.
003100     05  WS-DEBIT-TOTAL           PIC 9(13)V99 VALUE ZERO.
003110     05  WS-CREDIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
003120     05  WS-NET-INVENTORY         PIC S9(15)V99 VALUE ZERO.
003130     05  WS-UNMAPPED-VALUE        PIC S9(15)V99 VALUE ZERO.
003140     05  WS-SNAP-CURR-VALUE       PIC S9(15)V99 VALUE ZERO.
003150     05  WS-SNAP-PRIOR-VALUE      PIC S9(15)V99 VALUE ZERO.
003160     05  WS-SNAP-CHANGE           PIC S9(15)V99 VALUE ZERO.
003170     05  WS-TIE-DIFFERENCE        PIC S9(15)V99 VALUE ZERO.
003180
003190 01  WS-COST-DATA-AREA.
003200     05  WS-COST-TABLE OCCURS 0 TO 5000 TIMES
003210                   DEPENDING ON WS-COST-COUNT
003220                   ASCENDING KEY IS WS-COST-ITEM
003230                   INDEXED BY WS-COST-IDX.
003240         10  WS-COST-ITEM         PIC X(20).
003250         10  WS-UNIT-COST         PIC 9(05)V99.
003260
003270 01  WS-ITM-DATA-AREA.
003280     05  WS-ITM-TABLE OCCURS 0 TO 5000 TIMES
003290                   DEPENDING ON WS-ITM-COUNT
003300                   ASCENDING KEY IS WS-ITM-ITEM
003310                   INDEXED BY WS-ITM-IDX.
003320         10  WS-ITM-ITEM          PIC X(20).
003330         10  WS-ITM-CATEGORY      PIC X(04).
003340
003350 01  WS-MAP-DATA-AREA.
003360     05  WS-MAP-TABLE OCCURS 0 TO 100 TIMES
003370                   DEPENDING ON WS-MAP-COUNT
003380                   ASCENDING KEY IS WS-MAP-CATEGORY
003390                   INDEXED BY WS-MAP-IDX.
003400         10  WS-MAP-CATEGORY      PIC X(04).
003410         10  WS-MAP-INV-ACCT      PIC X(10).
003420         10  WS-MAP-RCPT-OFFSET   PIC X(10).
003430         10  WS-MAP-ISSUE-OFFSET  PIC X(10).
003440         10  WS-MAP-ADJ-OFFSET    PIC X(10).
003450         10  WS-MAP-WOFF-OFFSET   PIC X(10).
003460
003470*-----------------------------------------------------------
003480* DEBITS AND CREDITS BY ACCOUNT FOR THE SUMMARY PAGE, KEPT
003490* IN ACCOUNT ORDER
003500*-----------------------------------------------------------
003510 01  WS-ACT-DATA-AREA.
003520     05  WS-ACT-ENTRY OCCURS 500 TIMES.
003530         10  WS-ACT-ACCOUNT       PIC X(10).
003540         10  WS-ACT-DEBITS        PIC 9(13)V99.
003550         10  WS-ACT-CREDITS       PIC 9(13)V99.
003560
003570 01  WS-RPT-HEADING-1.
003580     05  FILLER                   PIC X(40) VALUE
003590             'GL INTERFACE EXCEPTIONS - NOT POSTED'.
003600     05  FILLER                   PIC X(11) VALUE
003610             'POST DATE:'.
003620     05  RPT-H-POST-DATE          PIC 9(08).
003630     05  FILLER                   PIC X(04) VALUE SPACES.
003640     05  FILLER                   PIC X(07) VALUE 'BATCH:'.
003650     05  RPT-H-BATCH-ID           PIC X(08).
003660     05  FILLER                   PIC X(54) VALUE SPACES.
003670 01  WS-RPT-HEADING-2.
003680     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
003690     05  FILLER                   PIC X(05) VALUE 'WH'.
003700     05  FILLER                   PIC X(03) VALUE 'T'.
003710     05  FILLER                   PIC X(09) VALUE ' NET QTY'.
003720     05  FILLER                   PIC X(06) VALUE 'CAT'.
003730     05  FILLER                   PIC X(11) VALUE
003740             'UNIT COST'.
003750     05  FILLER                   PIC X(18) VALUE
003760             '          AMOUNT'.
003770     05  FILLER                   PIC X(58) VALUE 'REASON'.
003780 01  WS-RPT-EXCEPTION-LINE.
003790     05  RPT-X-ITEM               PIC X(20).
003800     05  FILLER                   PIC X(02) VALUE SPACES.
003810     05  RPT-X-WHSE               PIC X(03).
003820     05  FILLER                   PIC X(02) VALUE SPACES.
003830     05  RPT-X-TYPE               PIC X(01).
003840     05  FILLER                   PIC X(02) VALUE SPACES.
003850     05  RPT-X-QTY                PIC ZZZZZZ9-.
003860     05  FILLER                   PIC X(01) VALUE SPACES.
003870     05  RPT-X-CATEGORY           PIC X(04).
003880     05  FILLER                   PIC X(02) VALUE SPACES.
003890     05  RPT-X-UNIT-COST          PIC ZZ,ZZ9.99.
003900     05  FILLER                   PIC X(02) VALUE SPACES.
003910     05  RPT-X-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
003920     05  FILLER                   PIC X(02) VALUE SPACES.
003930     05  RPT-X-REASON             PIC X(32).
003940     05  FILLER                   PIC X(26) VALUE SPACES.
003950 01  WS-RPT-NO-EXCEPTION-LINE     PIC X(132) VALUE
003960         'NO EXCEPTIONS - EVERY MOVEMENT FOR THE DATE WAS POSTED'.
003970 01  WS-RPT-SUM-HEADING-1.
003980     05  FILLER                   PIC X(40) VALUE
003990             'GL INTERFACE POSTING SUMMARY'.
004000     05  FILLER                   PIC X(11) VALUE
004010             'POST DATE:'.
004020     05  RPT-SH-POST-DATE         PIC 9(08).
004030     05  FILLER                   PIC X(04) VALUE SPACES.
004040     05  FILLER                   PIC X(07) VALUE 'BATCH:'.
004050     05  RPT-SH-BATCH-ID          PIC X(08).
004060     05  FILLER                   PIC X(54) VALUE SPACES.
004070 01  WS-RPT-ACCT-HEADING.
004080     05  FILLER                   PIC X(14) VALUE 'ACCOUNT'.
004090     05  FILLER                   PIC X(22) VALUE
004100             '            DEBITS'.
004110     05  FILLER                   PIC X(18) VALUE
004120             '           CREDITS'.
004130     05  FILLER                   PIC X(78) VALUE SPACES.
004140 01  WS-RPT-ACCT-LINE.
004150     05  RPT-A-ACCOUNT            PIC X(10).
004160     05  FILLER                   PIC X(04) VALUE SPACES.
004170     05  RPT-A-DEBITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
004180     05  FILLER                   PIC X(04) VALUE SPACES.
004190     05  RPT-A-CREDITS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
004200     05  FILLER                   PIC X(74) VALUE SPACES.
004210 01  WS-RPT-COUNT-LINE.
004220     05  RPT-C-LABEL              PIC X(40).
004230     05  RPT-C-COUNT              PIC ZZZ,ZZZ,ZZ9.
004240     05  FILLER                   PIC X(81) VALUE SPACES.
004250 01  WS-RPT-AMOUNT-LINE.
004260     05  RPT-M-LABEL              PIC X(40).
004270     05  RPT-M-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004280     05  FILLER                   PIC X(02) VALUE SPACES.
004290     05  RPT-M-NOTE               PIC X(30).
004300     05  FILLER                   PIC X(37) VALUE SPACES.
004310 01  WS-RPT-SNAP-LINE.
004320     05  FILLER                   PIC X(27) VALUE
004330             'ITMVALRP TOTAL VALUE AS OF'.
004340     05  RPT-S-DATE               PIC X(08).
004350     05  FILLER                   PIC X(05) VALUE ':'.
004360     05  RPT-S-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004370     05  FILLER                   PIC X(71) VALUE SPACES.
004380 01  WS-RPT-MESSAGE-LINE          PIC X(132) VALUE SPACES.
004390
004400 PROCEDURE DIVISION.
004410
004420*-----------------------------------------------------------
004430* 0000-MAINLINE
004440*-----------------------------------------------------------
004450 0000-MAINLINE.
004460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004470     PERFORM 2000-LOAD-COST-TABLE THRU 2000-EXIT
004480         UNTIL WS-EOF-YES.
004490     MOVE 'N' TO WS-EOF-SWITCH.
004500     PERFORM 2200-LOAD-ITEM-CATEGORIES THRU 2200-EXIT
004510         UNTIL WS-EOF-YES.
004520     MOVE 'N' TO WS-EOF-SWITCH.
004530     PERFORM 2400-LOAD-ACCOUNT-MAP THRU 2400-EXIT
004540         UNTIL WS-EOF-YES.
004550     MOVE 'N' TO WS-EOF-SWITCH.
004560     IF WS-SN-OPEN
004570         PERFORM 2600-READ-SNAPSHOT THRU 2600-EXIT
004580             UNTIL WS-EOF-YES
004590         MOVE 'N' TO WS-EOF-SWITCH
004600     END-IF.
004610     PERFORM 5000-WRITE-BATCH-HEADER THRU 5000-EXIT.
004620     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
004630     IF WS-HJ-OPEN
004640         PERFORM 3000-PROCESS-HISTORY THRU 3000-EXIT
004650             UNTIL WS-EOF-YES
004660     END-IF.
004670     PERFORM 5100-WRITE-BATCH-TRAILER THRU 5100-EXIT.
004680     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
004690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004700     STOP RUN.
004710
004720*-----------------------------------------------------------
004730* 1000-INITIALIZE - PARM CARDS AND OPEN FILES
004740*-----------------------------------------------------------
004750 1000-INITIALIZE.
004760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004770     ACCEPT WS-RUN-TIME FROM TIME.
004780     MOVE WS-RUN-DATE TO WS-POST-DATE.
004790     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
004800     MOVE WS-POST-DATE TO WS-POST-DATE-AREA.
004810     MOVE WS-PD-YYMMDD TO WS-BID-DATE.
004820     MOVE WS-BATCH-ID-AREA TO WS-BATCH-ID.
004830     OPEN INPUT TXN-HISTORY-FILE.
004840     IF WS-HJ-FILE-STATUS = '35'
004850         DISPLAY 'ITMGLINT - NO TXN-HISTORY-FILE - NO '
004860             'MOVEMENTS TO POST'
004870     ELSE
004880         IF WS-HJ-FILE-STATUS NOT = '00'
004890             DISPLAY 'ITMGLINT - UNABLE TO OPEN TXN-HISTORY-'
004900                 'FILE - STATUS ' WS-HJ-FILE-STATUS
004910             PERFORM 9900-ABEND-JOB
004920         END-IF
004930         MOVE 'Y' TO WS-HJ-OPEN-SWITCH
004940     END-IF.
004950     OPEN INPUT UNIT-COST-FILE.
004960     IF WS-UC-FILE-STATUS NOT = '00'
004970         DISPLAY 'ITMGLINT - UNABLE TO OPEN UNIT-COST-FILE - '
004980             'STATUS ' WS-UC-FILE-STATUS
004990         PERFORM 9900-ABEND-JOB
005000     END-IF.
005010     MOVE 'Y' TO WS-UC-OPEN-SWITCH.
005020     OPEN INPUT ITEM-TABLE-IN-FILE.
005030     IF WS-TI-FILE-STATUS NOT = '00'
005040         DISPLAY 'ITMGLINT - UNABLE TO OPEN ITEM-TABLE-IN-'
005050             'FILE - STATUS ' WS-TI-FILE-STATUS
005060         PERFORM 9900-ABEND-JOB
005070     END-IF.
005080     MOVE 'Y' TO WS-TI-OPEN-SWITCH.
005090     OPEN INPUT ACCOUNT-MAP-FILE.
005100     IF WS-AM-FILE-STATUS NOT = '00'
005110         DISPLAY 'ITMGLINT - UNABLE TO OPEN ACCOUNT-MAP-FILE '
005120             '- STATUS ' WS-AM-FILE-STATUS
005130         PERFORM 9900-ABEND-JOB
005140     END-IF.
005150     MOVE 'Y' TO WS-AM-OPEN-SWITCH.
005160     OPEN INPUT VAL-SNAPSHOT-FILE.
005170     IF WS-SN-FILE-STATUS = '35'
005180         DISPLAY 'ITMGLINT - NO VALUATION SNAPSHOT FILE - '
005190             'VALUE TIE NOT PERFORMED'
005200     ELSE
005210         IF WS-SN-FILE-STATUS NOT = '00'
005220             DISPLAY 'ITMGLINT - UNABLE TO OPEN VAL-SNAPSHOT-'
005230                 'FILE - STATUS ' WS-SN-FILE-STATUS
005240             PERFORM 9900-ABEND-JOB
005250         END-IF
005260         MOVE 'Y' TO WS-SN-OPEN-SWITCH
005270     END-IF.
005280     OPEN OUTPUT GL-JOURNAL-FILE.
005290     IF WS-GL-FILE-STATUS NOT = '00'
005300         DISPLAY 'ITMGLINT - UNABLE TO OPEN GL-JOURNAL-FILE '
005310             '- STATUS ' WS-GL-FILE-STATUS
005320         PERFORM 9900-ABEND-JOB
005330     END-IF.
005340     MOVE 'Y' TO WS-GL-OPEN-SWITCH.
005350     OPEN OUTPUT GL-REPORT-FILE.
005360     IF WS-GR-FILE-STATUS NOT = '00'
005370         DISPLAY 'ITMGLINT - UNABLE TO OPEN GL-REPORT-FILE '
005380             '- STATUS ' WS-GR-FILE-STATUS
005390         PERFORM 9900-ABEND-JOB
005400     END-IF.
005410     MOVE 'Y' TO WS-GR-OPEN-SWITCH.
005420     OPEN EXTEND AUDIT-LOG-FILE.
005430     IF WS-AL-FILE-STATUS = '35'
005440         OPEN OUTPUT AUDIT-LOG-FILE
005450     END-IF.
005460     IF WS-AL-FILE-STATUS NOT = '00'
005470         DISPLAY 'ITMGLINT - UNABLE TO OPEN AUDIT-LOG-FILE '
005480             '- STATUS ' WS-AL-FILE-STATUS
005490         PERFORM 9900-ABEND-JOB
005500     END-IF.
005510     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
005520 1000-EXIT.
005530     EXIT.
005540
005550*-----------------------------------------------------------
005560* 1400-PROCESS-PARM-CARDS - POST-DATE SELECTS THE MOVEMENT
005570* DATE TO POST. DEFAULTS TO THE RUN DATE WHEN NO PARM CARD
005580* FILE IS SUPPLIED.
005590*-----------------------------------------------------------
005600 1400-PROCESS-PARM-CARDS.
005610     OPEN INPUT PARM-CARD-FILE.
005620     IF WS-PC-FILE-STATUS = '35'
005630         DISPLAY 'ITMGLINT - NO PARM CARD FILE - POSTING RUN '
005640             'DATE ' WS-POST-DATE
005650         GO TO 1400-EXIT
005660     END-IF.
005670     IF WS-PC-FILE-STATUS NOT = '00'
005680         DISPLAY 'ITMGLINT - UNABLE TO OPEN PARM-CARD-FILE '
005690             '- STATUS ' WS-PC-FILE-STATUS
005700         PERFORM 9900-ABEND-JOB
005710     END-IF.
005720     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
005730     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
005740         UNTIL WS-EOF-YES.
005750     CLOSE PARM-CARD-FILE.
005760     MOVE 'N' TO WS-PC-OPEN-SWITCH.
005770     MOVE 'N' TO WS-EOF-SWITCH.
005780 1400-EXIT.
005790     EXIT.
005800
005810 1410-READ-PARM-CARD.
005820     READ PARM-CARD-FILE
005830         AT END
005840             MOVE 'Y' TO WS-EOF-SWITCH
005850         NOT AT END
005860             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
005870     END-READ.
005880 1410-EXIT.
005890     EXIT.
005900
005910 1420-APPLY-PARM.
005920     IF PARM-CARD-RECORD = SPACES
005930       OR PC-COMMENT-FLAG = '*'
005940         GO TO 1420-EXIT
005950     END-IF.
005960     MOVE SPACES TO WS-PARM-KEYWORD.
005970     MOVE SPACES TO WS-PARM-VALUE.
005980     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
005990         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
006000     IF WS-PARM-KEYWORD = 'POST-DATE'
006010         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
006020         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
006030             MOVE WS-PARM-NUMERIC TO WS-POST-DATE
006040             DISPLAY 'ITMGLINT - PARM POST-DATE='
006050                 WS-POST-DATE
006060             GO TO 1420-EXIT
006070         ELSE
006080             DISPLAY 'ITMGLINT - INVALID POST-DATE VALUE - '
006090                 WS-PARM-VALUE
006100             DISPLAY 'ITMGLINT - MUST BE YYYYMMDD'
006110             PERFORM 9900-ABEND-JOB
006120         END-IF
006130     END-IF.
006140     DISPLAY 'ITMGLINT - UNRECOGNIZED PARAMETER - '
006150         WS-PARM-KEYWORD.
006160     PERFORM 9900-ABEND-JOB.
006170 1420-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------
006210* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
006220* DIGITS INTO WS-PARM-NUMERIC
006230*-----------------------------------------------------------
006240 1430-CONVERT-PARM-VALUE.
006250     MOVE ZERO TO WS-PARM-NUMERIC.
006260     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
006270     MOVE 1    TO WS-PARM-DIGIT-SUB.
006280     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
006290     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
006300     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
006310         UNTIL WS-PARM-VAL-END
006320            OR NOT WS-PARM-NUM-OK
006330            OR WS-PARM-DIGIT-SUB > 20.
006340     IF WS-PARM-DIGIT-COUNT = 0
006350         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006360     END-IF.
006370 1430-EXIT.
006380     EXIT.
006390
006400 1431-CONVERT-ONE-DIGIT.
006410     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
006420         TO WS-PARM-DIGIT-X.
006430     IF WS-PARM-DIGIT-X = SPACE
006440         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
006450         GO TO 1431-EXIT
006460     END-IF.
006470     IF WS-PARM-DIGIT-X NOT NUMERIC
006480         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006490         GO TO 1431-EXIT
006500     END-IF.
006510     IF WS-PARM-DIGIT-COUNT = 8
006520         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006530         GO TO 1431-EXIT
006540     END-IF.
006550     MULTIPLY WS-PARM-NUMERIC BY 10
006560         GIVING WS-PARM-NUMERIC.
006570     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
006580     ADD 1 TO WS-PARM-DIGIT-COUNT.
006590     ADD 1 TO WS-PARM-DIGIT-SUB.
006600 1431-EXIT.
006610     EXIT.
006620
006630*-----------------------------------------------------------
006640* 2000-LOAD-COST-TABLE - READ ONE UNIT COST RECORD
006650*-----------------------------------------------------------
006660 2000-LOAD-COST-TABLE.
006670     READ UNIT-COST-FILE
006680         AT END
006690             MOVE 'Y' TO WS-EOF-SWITCH
006700         NOT AT END
006710             ADD 1 TO WS-REF-READ-COUNT
006720             PERFORM 2100-LOAD-COST-ENTRY THRU 2100-EXIT
006730     END-READ.
006740 2000-EXIT.
006750     EXIT.
006760
006770 2100-LOAD-COST-ENTRY.
006780     IF UC-ITEM-CODE < WS-LAST-COST-ITEM
006790         DISPLAY 'ITMGLINT - UNIT-COST-FILE OUT OF ASCENDING '
006800             'SEQUENCE AT ITEM ' UC-ITEM-CODE
006810         PERFORM 9900-ABEND-JOB
006820     END-IF.
006830     IF WS-COST-COUNT >= WS-COST-MAX
006840         DISPLAY 'ITMGLINT - COST VOLUME EXCEEDS TABLE '
006850             'MAXIMUM OF ' WS-COST-MAX ' - JOB ABENDING'
006860         PERFORM 9900-ABEND-JOB
006870     END-IF.
006880     IF UC-UNIT-COST NOT NUMERIC
006890         DISPLAY 'ITMGLINT - NON-NUMERIC UNIT COST FOR ITEM '
006900             UC-ITEM-CODE ' - JOB ABENDING'
006910         PERFORM 9900-ABEND-JOB
006920     END-IF.
006930     MOVE UC-ITEM-CODE TO WS-LAST-COST-ITEM.
006940     ADD 1 TO WS-COST-COUNT.
006950     MOVE UC-ITEM-CODE TO WS-COST-ITEM(WS-COST-COUNT).
006960     MOVE UC-UNIT-COST TO WS-UNIT-COST(WS-COST-COUNT).
006970 2100-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------
007010* 2200-LOAD-ITEM-CATEGORIES - ONE ENTRY PER ITEM FROM THE
007020* TABLE EXTRACT. THE CATEGORY IS AN ITEM ATTRIBUTE, SO THE
007030* FIRST WAREHOUSE ROW SUPPLIES IT.
007040*-----------------------------------------------------------
007050 2200-LOAD-ITEM-CATEGORIES.
007060     READ ITEM-TABLE-IN-FILE
007070         AT END
007080             MOVE 'Y' TO WS-EOF-SWITCH
007090         NOT AT END
007100             ADD 1 TO WS-REF-READ-COUNT
007110             PERFORM 2300-LOAD-ITEM-ENTRY THRU 2300-EXIT
007120     END-READ.
007130 2200-EXIT.
007140     EXIT.
007150
007160 2300-LOAD-ITEM-ENTRY.
007170     IF TI-KEY < WS-LAST-TI-KEY
007180         DISPLAY 'ITMGLINT - ITEM-TABLE-IN-FILE OUT OF '
007190             'ASCENDING SEQUENCE AT ITEM ' TI-KEY
007200         PERFORM 9900-ABEND-JOB
007210     END-IF.
007220     IF TI-ITEM = WS-LAST-TI-KEY(1:20)
007230         MOVE TI-KEY TO WS-LAST-TI-KEY
007240         GO TO 2300-EXIT
007250     END-IF.
007260     MOVE TI-KEY TO WS-LAST-TI-KEY.
007270     IF WS-ITM-COUNT >= WS-ITM-MAX
007280         DISPLAY 'ITMGLINT - ITEM VOLUME EXCEEDS TABLE '
007290             'MAXIMUM OF ' WS-ITM-MAX ' - JOB ABENDING'
007300         PERFORM 9900-ABEND-JOB
007310     END-IF.
007320     ADD 1 TO WS-ITM-COUNT.
007330     MOVE TI-ITEM     TO WS-ITM-ITEM(WS-ITM-COUNT).
007340     MOVE TI-CATEGORY TO WS-ITM-CATEGORY(WS-ITM-COUNT).
007350 2300-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------
007390* 2400-LOAD-ACCOUNT-MAP - READ ONE CATEGORY ACCOUNT MAPPING
007400*-----------------------------------------------------------
007410 2400-LOAD-ACCOUNT-MAP.
007420     READ ACCOUNT-MAP-FILE
007430         AT END
007440             MOVE 'Y' TO WS-EOF-SWITCH
007450         NOT AT END
007460             ADD 1 TO WS-REF-READ-COUNT
007470             PERFORM 2500-LOAD-MAP-ENTRY THRU 2500-EXIT
007480     END-READ.
007490 2400-EXIT.
007500     EXIT.
007510
007520 2500-LOAD-MAP-ENTRY.
007530     IF AM-CATEGORY NOT > WS-LAST-MAP-CAT
007540         DISPLAY 'ITMGLINT - ACCOUNT-MAP-FILE OUT OF ASCENDING '
007550             'SEQUENCE OR DUPLICATE AT CATEGORY ' AM-CATEGORY
007560         PERFORM 9900-ABEND-JOB
007570     END-IF.
007580     IF WS-MAP-COUNT >= WS-MAP-MAX
007590         DISPLAY 'ITMGLINT - ACCOUNT MAPPINGS EXCEED TABLE '
007600             'MAXIMUM OF ' WS-MAP-MAX ' - JOB ABENDING'
007610         PERFORM 9900-ABEND-JOB
007620     END-IF.
007630     MOVE AM-CATEGORY TO WS-LAST-MAP-CAT.
007640     ADD 1 TO WS-MAP-COUNT.
007650     MOVE AM-CATEGORY
007660         TO WS-MAP-CATEGORY(WS-MAP-COUNT).
007670     MOVE AM-INVENTORY-ACCT
007680         TO WS-MAP-INV-ACCT(WS-MAP-COUNT).
007690     MOVE AM-RECEIPT-OFFSET
007700         TO WS-MAP-RCPT-OFFSET(WS-MAP-COUNT).
007710     MOVE AM-ISSUE-OFFSET
007720         TO WS-MAP-ISSUE-OFFSET(WS-MAP-COUNT).
007730     MOVE AM-COUNT-ADJ-OFFSET
007740         TO WS-MAP-ADJ-OFFSET(WS-MAP-COUNT).
007750     MOVE AM-WRITE-OFF-OFFSET
007760         TO WS-MAP-WOFF-OFFSET(WS-MAP-COUNT).
007770 2500-EXIT.
007780     EXIT.
007790
007800*-----------------------------------------------------------
007810* 2600-READ-SNAPSHOT - TOTAL THE ITMVALRP CATEGORY SNAPSHOTS
007820* FOR THE POST DATE AND FOR THE LATEST EARLIER DATE ON FILE
007830*-----------------------------------------------------------
007840 2600-READ-SNAPSHOT.
007850     READ VAL-SNAPSHOT-FILE
007860         AT END
007870             MOVE 'Y' TO WS-EOF-SWITCH
007880         NOT AT END
007890             ADD 1 TO WS-SNAP-READ-COUNT
007900             PERFORM 2700-TOTAL-SNAPSHOT THRU 2700-EXIT
007910     END-READ.
007920 2600-EXIT.
007930     EXIT.
007940
007950 2700-TOTAL-SNAPSHOT.
007960     IF SN-RUN-DATE NOT NUMERIC
007970       OR SN-VALUE-SUM NOT NUMERIC
007980         GO TO 2700-EXIT
007990     END-IF.
008000     IF SN-RUN-DATE = WS-POST-DATE
008010         ADD SN-VALUE-SUM TO WS-SNAP-CURR-VALUE
008020         MOVE 'Y' TO WS-SNAP-FOUND-SWITCH
008030         GO TO 2700-EXIT
008040     END-IF.
008050     IF SN-RUN-DATE > WS-POST-DATE
008060       OR SN-RUN-DATE < WS-PRIOR-SNAP-DATE
008070         GO TO 2700-EXIT
008080     END-IF.
008090     IF SN-RUN-DATE > WS-PRIOR-SNAP-DATE
008100         MOVE SN-RUN-DATE TO WS-PRIOR-SNAP-DATE
008110         MOVE ZERO TO WS-SNAP-PRIOR-VALUE
008120     END-IF.
008130     ADD SN-VALUE-SUM TO WS-SNAP-PRIOR-VALUE.
008140     MOVE 'Y' TO WS-PRIOR-SNAP-SWITCH.
008150 2700-EXIT.
008160     EXIT.
008170
008180*-----------------------------------------------------------
008190* 3000-PROCESS-HISTORY - READ ONE JOURNAL RECORD
008200*-----------------------------------------------------------
008210 3000-PROCESS-HISTORY.
008220     READ TXN-HISTORY-FILE
008230         AT END
008240             MOVE 'Y' TO WS-EOF-SWITCH
008250         NOT AT END
008260             ADD 1 TO WS-HIST-READ-COUNT
008270             PERFORM 3100-POST-MOVEMENT THRU 3100-EXIT
008280     END-READ.
008290 3000-EXIT.
008300     EXIT.
008310
008320*-----------------------------------------------------------
008330* 3100-POST-MOVEMENT - THE NET (AFTER - BEFORE) OF A
008340* MOVEMENT FOR THE POST DATE IS COSTED AND POSTED BETWEEN
008350* THE CATEGORY'S INVENTORY ACCOUNT AND THE OFFSET FOR ITS
008360* KIND. AN ADJUSTMENT UP IS A COUNT ADJUSTMENT, AN
008370* ADJUSTMENT DOWN A WRITE-OFF, AS ITMRECON BUCKETS THEM.
008380*-----------------------------------------------------------
008390 3100-POST-MOVEMENT.
008400     INITIALIZE WS-MOVE-AREA.
008410     IF HJ-RUN-DATE NOT NUMERIC
008420       OR HJ-QTY NOT NUMERIC
008430       OR HJ-BEFORE-QTY NOT NUMERIC
008440       OR HJ-AFTER-QTY NOT NUMERIC
008450         MOVE 'NON-NUMERIC JOURNAL RECORD' TO WS-MV-REASON
008460         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
008470         GO TO 3100-EXIT
008480     END-IF.
008490     IF HJ-RUN-DATE NOT = WS-POST-DATE
008500         ADD 1 TO WS-OTHER-DATE-COUNT
008510         GO TO 3100-EXIT
008520     END-IF.
008530     ADD 1 TO WS-SELECTED-COUNT.
008540     IF HJ-TXN-TYPE = 'T'
008550         ADD 1 TO WS-TRANSFER-COUNT
008560         GO TO 3100-EXIT
008570     END-IF.
008580     SUBTRACT HJ-BEFORE-QTY FROM HJ-AFTER-QTY
008590         GIVING WS-MV-DELTA.
008600     IF WS-MV-DELTA = ZERO
008610         ADD 1 TO WS-ZERO-MOVE-COUNT
008620         GO TO 3100-EXIT
008630     END-IF.
008640     IF WS-MV-DELTA < ZERO
008650         COMPUTE WS-MV-QTY = ZERO - WS-MV-DELTA
008660     ELSE
008670         MOVE WS-MV-DELTA TO WS-MV-QTY
008680     END-IF.
008690     MOVE HJ-ITEM-CODE TO WS-SEARCH-ITEM-CODE.
008700     PERFORM 7000-FIND-UNIT-COST THRU 7000-EXIT.
008710     IF NOT WS-SEARCH-FOUND
008720       OR WS-MV-UNIT-COST = ZERO
008730         MOVE 'NO UNIT COST ON FILE' TO WS-MV-REASON
008740         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
008750         GO TO 3100-EXIT
008760     END-IF.
008770     MULTIPLY WS-MV-QTY BY WS-MV-UNIT-COST
008780         GIVING WS-MV-AMOUNT.
008790     PERFORM 7100-FIND-ITEM-CATEGORY THRU 7100-EXIT.
008800     IF NOT WS-SEARCH-FOUND
008810         MOVE 'ITEM NOT ON ITEM TABLE' TO WS-MV-REASON
008820         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
008830         GO TO 3100-EXIT
008840     END-IF.
008850     PERFORM 7200-FIND-ACCOUNT-MAP THRU 7200-EXIT.
008860     IF NOT WS-SEARCH-FOUND
008870         MOVE 'NO ACCOUNT MAPPING FOR CATEGORY' TO WS-MV-REASON
008880     ELSE
008890         IF WS-MV-INV-ACCT = SPACES
008900           OR WS-MV-OFFSET-ACCT = SPACES
008910             MOVE 'ACCOUNT MAPPING INCOMPLETE' TO WS-MV-REASON
008920         END-IF
008930     END-IF.
008940     IF WS-MV-REASON NOT = SPACES
008950         IF WS-MV-DELTA < ZERO
008960             SUBTRACT WS-MV-AMOUNT FROM WS-UNMAPPED-VALUE
008970         ELSE
008980             ADD WS-MV-AMOUNT TO WS-UNMAPPED-VALUE
008990         END-IF
009000         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
009010         GO TO 3100-EXIT
009020     END-IF.
009030     IF WS-MV-DELTA > ZERO
009040         MOVE WS-MV-INV-ACCT    TO WS-MV-DEBIT-ACCT
009050         MOVE WS-MV-OFFSET-ACCT TO WS-MV-CREDIT-ACCT
009060         ADD WS-MV-AMOUNT TO WS-NET-INVENTORY
009070     ELSE
009080         MOVE WS-MV-OFFSET-ACCT TO WS-MV-DEBIT-ACCT
009090         MOVE WS-MV-INV-ACCT    TO WS-MV-CREDIT-ACCT
009100         SUBTRACT WS-MV-AMOUNT FROM WS-NET-INVENTORY
009110     END-IF.
009120     MOVE WS-MV-DEBIT-ACCT  TO WS-POST-ACCT.
009130     MOVE 'D'               TO WS-POST-DR-CR.
009140     PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT.
009150     MOVE WS-MV-CREDIT-ACCT TO WS-POST-ACCT.
009160     MOVE 'C'               TO WS-POST-DR-CR.
009170     PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT.
009180     ADD 1 TO WS-POSTED-COUNT.
009190 3100-EXIT.
009200     EXIT.
009210
009220*-----------------------------------------------------------
009230* 3900-WRITE-EXCEPTION - LIST A MOVEMENT THAT WAS NOT POSTED
009240*-----------------------------------------------------------
009250 3900-WRITE-EXCEPTION.
009260     ADD 1 TO WS-EXCEPTION-COUNT.
009270     MOVE SPACES            TO WS-RPT-EXCEPTION-LINE.
009280     MOVE HJ-ITEM-CODE      TO RPT-X-ITEM.
009290     MOVE HJ-WHSE           TO RPT-X-WHSE.
009300     MOVE HJ-TXN-TYPE       TO RPT-X-TYPE.
009310     MOVE WS-MV-DELTA       TO RPT-X-QTY.
009320     MOVE WS-MV-CATEGORY    TO RPT-X-CATEGORY.
009330     MOVE WS-MV-UNIT-COST   TO RPT-X-UNIT-COST.
009340     MOVE WS-MV-AMOUNT      TO RPT-X-AMOUNT.
009350     MOVE WS-MV-REASON      TO RPT-X-REASON.
009360     IF WS-LINE-COUNT > 50
009370         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
009380     END-IF.
009390     WRITE GL-REPORT-RECORD FROM WS-RPT-EXCEPTION-LINE
009400         AFTER ADVANCING 1 LINE.
009410     ADD 1 TO WS-LINE-COUNT.
009420 3900-EXIT.
009430     EXIT.
009440
009450 4100-WRITE-REPORT-HEADINGS.
009460     ADD 1 TO WS-PAGE-COUNT.
009470     MOVE WS-POST-DATE TO RPT-H-POST-DATE.
009480     MOVE WS-BATCH-ID  TO RPT-H-BATCH-ID.
009490     WRITE GL-REPORT-RECORD FROM WS-RPT-HEADING-1
009500         AFTER ADVANCING PAGE.
009510     WRITE GL-REPORT-RECORD FROM WS-RPT-HEADING-2
009520         AFTER ADVANCING 2 LINES.
009530     MOVE 3 TO WS-LINE-COUNT.
009540 4100-EXIT.
009550     EXIT.
009560
009570*-----------------------------------------------------------
009580* 5000-WRITE-BATCH-HEADER - ONE JOURNAL BATCH PER POST DATE,
009590* IDENTIFIED AS IV + YYMMDD
009600*-----------------------------------------------------------
009610 5000-WRITE-BATCH-HEADER.
009620     MOVE SPACES                TO GL-HEADER-RECORD.
009630     MOVE 'H'                   TO GH-RECORD-TYPE.
009640     MOVE WS-BATCH-ID           TO GH-BATCH-ID.
009650     MOVE 'INVENTRY'            TO GH-SOURCE.
009660     MOVE WS-POST-DATE          TO GH-JOURNAL-DATE.
009670     MOVE 'INVENTORY DAILY MOVEMENTS' TO GH-DESCRIPTION.
009680     WRITE GL-HEADER-RECORD.
009690 5000-EXIT.
009700     EXIT.
009710
009720 5100-WRITE-BATCH-TRAILER.
009730     MOVE SPACES                TO GL-TRAILER-RECORD.
009740     MOVE 'T'                   TO GT-RECORD-TYPE.
009750     MOVE WS-BATCH-ID           TO GT-BATCH-ID.
009760     MOVE WS-JRNL-LINE-COUNT    TO GT-LINE-COUNT.
009770     MOVE WS-DEBIT-TOTAL        TO GT-DEBIT-TOTAL.
009780     MOVE WS-CREDIT-TOTAL       TO GT-CREDIT-TOTAL.
009790     WRITE GL-TRAILER-RECORD.
009800 5100-EXIT.
009810     EXIT.
009820
009830 5200-WRITE-JOURNAL-LINE.
009840     ADD 1 TO WS-JRNL-LINE-COUNT.
009850     MOVE SPACES                TO GL-DETAIL-RECORD.
009860     MOVE 'D'                   TO GD-RECORD-TYPE.
009870     MOVE WS-BATCH-ID           TO GD-BATCH-ID.
009880     MOVE WS-JRNL-LINE-COUNT    TO GD-LINE-NO.
009890     MOVE WS-POST-ACCT          TO GD-ACCOUNT.
009900     MOVE WS-POST-DR-CR         TO GD-DR-CR.
009910     MOVE WS-MV-AMOUNT          TO GD-AMOUNT.
009920     MOVE WS-MV-CATEGORY        TO GD-CATEGORY.
009930     MOVE HJ-ITEM-CODE          TO GD-ITEM-CODE.
009940     MOVE HJ-WHSE               TO GD-WHSE.
009950     MOVE HJ-TXN-TYPE           TO GD-TXN-TYPE.
009960     MOVE WS-MV-QTY             TO GD-QTY.
009970     WRITE GL-DETAIL-RECORD.
009980     IF WS-POST-DR-CR = 'D'
009990         ADD WS-MV-AMOUNT TO WS-DEBIT-TOTAL
010000     ELSE
010010         ADD WS-MV-AMOUNT TO WS-CREDIT-TOTAL
010020     END-IF.
010030     PERFORM 7300-POST-TO-ACCOUNT THRU 7300-EXIT.
010040 5200-EXIT.
010050     EXIT.
010060
010070*-----------------------------------------------------------
010080* 6000-PRINT-SUMMARY - CONTROL TOTALS, DEBITS AND CREDITS BY
010090* ACCOUNT, AND THE TIE TO THE ITMVALRP VALUE CHANGE: CHANGE
010100* IN VALUE = NET POSTED TO INVENTORY + UNMAPPED MOVEMENTS AT
010110* COST + DIFFERENCE. A DIFFERENCE COMES FROM COST CHANGES
010120* REVALUING STOCK ALREADY ON HAND OR FROM QUANTITY CHANGES
010130* MADE OUTSIDE ITMTXNAP.
010140*-----------------------------------------------------------
010150 6000-PRINT-SUMMARY.
010160     IF WS-EXCEPTION-COUNT = ZERO
010170         WRITE GL-REPORT-RECORD FROM WS-RPT-NO-EXCEPTION-LINE
010180             AFTER ADVANCING 1 LINE
010190     END-IF.
010200     ADD 1 TO WS-PAGE-COUNT.
010210     MOVE WS-POST-DATE TO RPT-SH-POST-DATE.
010220     MOVE WS-BATCH-ID  TO RPT-SH-BATCH-ID.
010230     WRITE GL-REPORT-RECORD FROM WS-RPT-SUM-HEADING-1
010240         AFTER ADVANCING PAGE.
010250     MOVE 'MOVEMENTS FOR POST DATE:' TO RPT-C-LABEL.
010260     MOVE WS-SELECTED-COUNT          TO RPT-C-COUNT.
010270     WRITE GL-REPORT-RECORD FROM WS-RPT-COUNT-LINE
010280         AFTER ADVANCING 2 LINES.
010290     MOVE 'MOVEMENTS POSTED:'        TO RPT-C-LABEL.
010300     MOVE WS-POSTED-COUNT            TO RPT-C-COUNT.
010310     WRITE GL-REPORT-RECORD FROM WS-RPT-COUNT-LINE
010320         AFTER ADVANCING 1 LINE.
010330     MOVE 'TRANSFERS - NO GL EFFECT:' TO RPT-C-LABEL.
010340     MOVE WS-TRANSFER-COUNT          TO RPT-C-COUNT.
010350     WRITE GL-REPORT-RECORD FROM WS-RPT-COUNT-LINE
010360         AFTER ADVANCING 1 LINE.
010370     MOVE 'NO NET QUANTITY CHANGE:'  TO RPT-C-LABEL.
010380     MOVE WS-ZERO-MOVE-COUNT         TO RPT-C-COUNT.
010390     WRITE GL-REPORT-RECORD FROM WS-RPT-COUNT-LINE
010400         AFTER ADVANCING 1 LINE.
010410     MOVE 'EXCEPTIONS - NOT POSTED:' TO RPT-C-LABEL.
010420     MOVE WS-EXCEPTION-COUNT         TO RPT-C-COUNT.
010430     WRITE GL-REPORT-RECORD FROM WS-RPT-COUNT-LINE
010440         AFTER ADVANCING 1 LINE.
010450     MOVE 'JOURNAL DETAIL LINES:'    TO RPT-C-LABEL.
010460     MOVE WS-JRNL-LINE-COUNT         TO RPT-C-COUNT.
010470     WRITE GL-REPORT-RECORD FROM WS-RPT-COUNT-LINE
010480         AFTER ADVANCING 1 LINE.
010490     MOVE SPACES                     TO RPT-M-NOTE.
010500     MOVE 'DEBIT CONTROL TOTAL:'     TO RPT-M-LABEL.
010510     MOVE WS-DEBIT-TOTAL             TO RPT-M-AMOUNT.
010520     WRITE GL-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
010530         AFTER ADVANCING 2 LINES.
010540     MOVE 'CREDIT CONTROL TOTAL:'    TO RPT-M-LABEL.
010550     MOVE WS-CREDIT-TOTAL            TO RPT-M-AMOUNT.
010560     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
010570         MOVE 'BALANCED'             TO RPT-M-NOTE
010580     ELSE
010590         MOVE '*** OUT OF BALANCE'   TO RPT-M-NOTE
010600     END-IF.
010610     WRITE GL-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
010620         AFTER ADVANCING 1 LINE.
010630     WRITE GL-REPORT-RECORD FROM WS-RPT-ACCT-HEADING
010640         AFTER ADVANCING 2 LINES.
010650     PERFORM 6100-PRINT-ACCOUNT-LINE THRU 6100-EXIT
010660         VARYING WS-ACT-SUB FROM 1 BY 1
010670         UNTIL WS-ACT-SUB > WS-ACT-COUNT.
010680     PERFORM 6200-PRINT-VALUE-TIE THRU 6200-EXIT.
010690 6000-EXIT.
010700     EXIT.
010710
010720 6100-PRINT-ACCOUNT-LINE.
010730     MOVE WS-ACT-ACCOUNT(WS-ACT-SUB) TO RPT-A-ACCOUNT.
010740     MOVE WS-ACT-DEBITS(WS-ACT-SUB)  TO RPT-A-DEBITS.
010750     MOVE WS-ACT-CREDITS(WS-ACT-SUB) TO RPT-A-CREDITS.
010760     WRITE GL-REPORT-RECORD FROM WS-RPT-ACCT-LINE
010770         AFTER ADVANCING 1 LINE.
010780 6100-EXIT.
010790     EXIT.
010800
010810 6200-PRINT-VALUE-TIE.
010820     MOVE SPACES TO WS-RPT-MESSAGE-LINE.
010830     IF NOT WS-SNAP-FOUND
010840         STRING 'NO ITMVALRP SNAPSHOT FOR THE POST DATE - '
010850                'VALUE TIE NOT PERFORMED' DELIMITED BY SIZE
010860             INTO WS-RPT-MESSAGE-LINE
010870         WRITE GL-REPORT-RECORD FROM WS-RPT-MESSAGE-LINE
010880             AFTER ADVANCING 2 LINES
010890         GO TO 6200-EXIT
010900     END-IF.
010910     IF WS-PRIOR-SNAP-FOUND
010920         MOVE WS-PRIOR-SNAP-DATE TO RPT-S-DATE
010930     ELSE
010940         MOVE 'NONE'             TO RPT-S-DATE
010950     END-IF.
010960     MOVE WS-SNAP-PRIOR-VALUE    TO RPT-S-AMOUNT.
010970     WRITE GL-REPORT-RECORD FROM WS-RPT-SNAP-LINE
010980         AFTER ADVANCING 2 LINES.
010990     MOVE WS-POST-DATE           TO RPT-S-DATE.
011000     MOVE WS-SNAP-CURR-VALUE     TO RPT-S-AMOUNT.
011010     WRITE GL-REPORT-RECORD FROM WS-RPT-SNAP-LINE
011020         AFTER ADVANCING 1 LINE.
011030     SUBTRACT WS-SNAP-PRIOR-VALUE FROM WS-SNAP-CURR-VALUE
011040         GIVING WS-SNAP-CHANGE.
011050     COMPUTE WS-TIE-DIFFERENCE = WS-SNAP-CHANGE
011060                               - WS-NET-INVENTORY
011070                               - WS-UNMAPPED-VALUE.
011080     MOVE SPACES                 TO RPT-M-NOTE.
011090     MOVE 'CHANGE IN ITMVALRP TOTAL VALUE:' TO RPT-M-LABEL.
011100     MOVE WS-SNAP-CHANGE         TO RPT-M-AMOUNT.
011110     WRITE GL-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
011120         AFTER ADVANCING 2 LINES.
011130     MOVE 'NET POSTED TO INVENTORY ACCOUNTS:' TO RPT-M-LABEL.
011140     MOVE WS-NET-INVENTORY       TO RPT-M-AMOUNT.
011150     WRITE GL-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
011160         AFTER ADVANCING 1 LINE.
011170     MOVE 'UNMAPPED MOVEMENTS AT COST:' TO RPT-M-LABEL.
011180     MOVE WS-UNMAPPED-VALUE      TO RPT-M-AMOUNT.
011190     WRITE GL-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
011200         AFTER ADVANCING 1 LINE.
011210     MOVE 'DIFFERENCE:'          TO RPT-M-LABEL.
011220     MOVE WS-TIE-DIFFERENCE      TO RPT-M-AMOUNT.
011230     IF WS-TIE-DIFFERENCE = ZERO
011240         MOVE 'FEED TIES TO VALUATION'   TO RPT-M-NOTE
011250     ELSE
011260         MOVE '*** FEED DOES NOT TIE'    TO RPT-M-NOTE
011270     END-IF.
011280     WRITE GL-REPORT-RECORD FROM WS-RPT-AMOUNT-LINE
011290         AFTER ADVANCING 1 LINE.
011300 6200-EXIT.
011310     EXIT.
011320
011330*-----------------------------------------------------------
011340* 7000-FIND-UNIT-COST - BINARY SEARCH OF THE COST TABLE
011350*-----------------------------------------------------------
011360 7000-FIND-UNIT-COST.
011370     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
011375     IF WS-COST-COUNT > 0
011380         SEARCH ALL WS-COST-TABLE
011390             AT END
011400                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
011410             WHEN WS-COST-ITEM(WS-COST-IDX) = WS-SEARCH-ITEM-CODE
011420                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
011430                 MOVE WS-UNIT-COST(WS-COST-IDX) TO WS-MV-UNIT-COST
011440         END-SEARCH
011445     END-IF.
011450 7000-EXIT.
011460     EXIT.
011470
011480 7100-FIND-ITEM-CATEGORY.
011490     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
011495     IF WS-ITM-COUNT > 0
011500         SEARCH ALL WS-ITM-TABLE
011510             AT END
011520                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
011530             WHEN WS-ITM-ITEM(WS-ITM-IDX) = WS-SEARCH-ITEM-CODE
011540                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
011550                 MOVE WS-ITM-CATEGORY(WS-ITM-IDX)
011551                     TO WS-MV-CATEGORY
011560         END-SEARCH
011565     END-IF.
011570 7100-EXIT.
011580     EXIT.
011590
011600*-----------------------------------------------------------
011610* 7200-FIND-ACCOUNT-MAP - THE CATEGORY'S INVENTORY ACCOUNT
011620* AND THE OFFSET FOR THIS KIND OF MOVEMENT
011630*-----------------------------------------------------------
011640 7200-FIND-ACCOUNT-MAP.
011650     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
011660     MOVE WS-MV-CATEGORY TO WS-SEARCH-CATEGORY.
011665     IF WS-MAP-COUNT > 0
011670         SEARCH ALL WS-MAP-TABLE
011680             AT END
011690                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
011700             WHEN WS-MAP-CATEGORY(WS-MAP-IDX) = WS-SEARCH-CATEGORY
011710                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
011720         END-SEARCH
011725     END-IF.
011730     IF NOT WS-SEARCH-FOUND
011740         GO TO 7200-EXIT
011750     END-IF.
011760     MOVE WS-MAP-INV-ACCT(WS-MAP-IDX) TO WS-MV-INV-ACCT.
011770     EVALUATE TRUE
011780         WHEN HJ-TXN-TYPE = 'R'
011790             MOVE WS-MAP-RCPT-OFFSET(WS-MAP-IDX)
011800                 TO WS-MV-OFFSET-ACCT
011810         WHEN HJ-TXN-TYPE = 'I'
011820             MOVE WS-MAP-ISSUE-OFFSET(WS-MAP-IDX)
011830                 TO WS-MV-OFFSET-ACCT
011840         WHEN WS-MV-DELTA > ZERO
011850             MOVE WS-MAP-ADJ-OFFSET(WS-MAP-IDX)
011860                 TO WS-MV-OFFSET-ACCT
011870         WHEN OTHER
011880             MOVE WS-MAP-WOFF-OFFSET(WS-MAP-IDX)
011890                 TO WS-MV-OFFSET-ACCT
011900     END-EVALUATE.
011910 7200-EXIT.
011920     EXIT.
011930
011940*-----------------------------------------------------------
011950* 7300-POST-TO-ACCOUNT - ADD THE JOURNAL LINE TO ITS ACCOUNT
011960* TOTAL, OPENING A NEW ENTRY IN ACCOUNT ORDER IF NEEDED
011970*-----------------------------------------------------------
011980 7300-POST-TO-ACCOUNT.
011990     MOVE 1 TO WS-ACT-SUB.
012000     PERFORM 7310-SCAN-ACCOUNT THRU 7310-EXIT
012010         UNTIL WS-ACT-SUB > WS-ACT-COUNT
012020            OR WS-ACT-ACCOUNT(WS-ACT-SUB) NOT < WS-POST-ACCT.
012030     IF WS-ACT-SUB > WS-ACT-COUNT
012040       OR WS-ACT-ACCOUNT(WS-ACT-SUB) NOT = WS-POST-ACCT
012050         PERFORM 7320-OPEN-ACCOUNT THRU 7320-EXIT
012060     END-IF.
012070     IF WS-POST-DR-CR = 'D'
012080         ADD WS-MV-AMOUNT TO WS-ACT-DEBITS(WS-ACT-SUB)
012090     ELSE
012100         ADD WS-MV-AMOUNT TO WS-ACT-CREDITS(WS-ACT-SUB)
012110     END-IF.
012120 7300-EXIT.
012130     EXIT.
012140
012150 7310-SCAN-ACCOUNT.
012160     ADD 1 TO WS-ACT-SUB.
012170 7310-EXIT.
012180     EXIT.
012190
012200 7320-OPEN-ACCOUNT.
012210     IF WS-ACT-COUNT >= WS-ACT-MAX
012220         DISPLAY 'ITMGLINT - ACCOUNTS POSTED EXCEED TABLE '
012230             'MAXIMUM OF ' WS-ACT-MAX ' - JOB ABENDING'
012240         PERFORM 9900-ABEND-JOB
012250     END-IF.
012260     ADD 1 TO WS-ACT-COUNT.
012270     MOVE WS-ACT-COUNT TO WS-ACT-SHIFT-SUB.
012280     PERFORM 7330-SHIFT-ONE-ACCOUNT THRU 7330-EXIT
012290         UNTIL WS-ACT-SHIFT-SUB NOT > WS-ACT-SUB.
012300     MOVE WS-POST-ACCT TO WS-ACT-ACCOUNT(WS-ACT-SUB).
012310     MOVE ZERO         TO WS-ACT-DEBITS(WS-ACT-SUB).
012320     MOVE ZERO         TO WS-ACT-CREDITS(WS-ACT-SUB).
012330 7320-EXIT.
012340     EXIT.
012350
012360 7330-SHIFT-ONE-ACCOUNT.
012370     SUBTRACT 1 FROM WS-ACT-SHIFT-SUB GIVING WS-ACT-PREV-SUB.
012380     MOVE WS-ACT-ENTRY(WS-ACT-PREV-SUB)
012390         TO WS-ACT-ENTRY(WS-ACT-SHIFT-SUB).
012400     MOVE WS-ACT-PREV-SUB TO WS-ACT-SHIFT-SUB.
012410 7330-EXIT.
012420     EXIT.
012430
012440*-----------------------------------------------------------
012450* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
012460*-----------------------------------------------------------
012470 8000-WRITE-AUDIT-LOG.
012480     MOVE WS-RUN-DATE           TO AL-RUN-DATE.
012490     MOVE WS-RUN-TIME           TO AL-RUN-TIME.
012500     MOVE 'ITMGLINT'            TO AL-JOB-ID.
012510     COMPUTE AL-READ-COUNT = WS-HIST-READ-COUNT
012520                           + WS-REF-READ-COUNT
012530                           + WS-SNAP-READ-COUNT.
012540     MOVE WS-JRNL-LINE-COUNT    TO AL-WRITTEN-COUNT.
012550     MOVE WS-EXCEPTION-COUNT    TO AL-EXCEPTION-COUNT.
012560     MOVE ZERO                  TO AL-REJECT-COUNT.
012570     MOVE WS-AUDIT-DISP         TO AL-DISPOSITION.
012580     WRITE AUDIT-LOG-RECORD.
012590 8000-EXIT.
012600     EXIT.
012610
012620*-----------------------------------------------------------
012630* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
012640* CLEAN, 4 EXCEPTIONS OR THE FEED DOES NOT TIE TO THE
012650* VALUATION, 8 DEBITS NOT EQUAL TO CREDITS), AND SIGN OFF
012660*-----------------------------------------------------------
012670 9000-TERMINATE.
012680     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
012690         MOVE 'MISMATCH' TO WS-AUDIT-DISP
012700         MOVE 8 TO RETURN-CODE
012710     ELSE
012720         IF WS-EXCEPTION-COUNT > 0
012730           OR WS-TIE-DIFFERENCE NOT = ZERO
012740           OR NOT WS-SNAP-FOUND
012750             MOVE 'WARNING' TO WS-AUDIT-DISP
012760             MOVE 4 TO RETURN-CODE
012770         ELSE
012780             MOVE 'NORMAL' TO WS-AUDIT-DISP
012790             MOVE ZERO TO RETURN-CODE
012800         END-IF
012810     END-IF.
012820     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
012830     CLOSE AUDIT-LOG-FILE.
012840     IF WS-HJ-OPEN
012850         CLOSE TXN-HISTORY-FILE
012860     END-IF.
012870     CLOSE UNIT-COST-FILE.
012880     CLOSE ITEM-TABLE-IN-FILE.
012890     CLOSE ACCOUNT-MAP-FILE.
012900     IF WS-SN-OPEN
012910         CLOSE VAL-SNAPSHOT-FILE
012920     END-IF.
012930     CLOSE GL-JOURNAL-FILE.
012940     CLOSE GL-REPORT-FILE.
012950     DISPLAY 'ITMGLINT - POST DATE:            ' WS-POST-DATE.
012960     DISPLAY 'ITMGLINT - JOURNAL BATCH:        ' WS-BATCH-ID.
012970     DISPLAY 'ITMGLINT - HISTORY RECORDS READ: '
012980         WS-HIST-READ-COUNT.
012990     DISPLAY 'ITMGLINT - MOVEMENTS FOR DATE:   '
013000         WS-SELECTED-COUNT.
013010     DISPLAY 'ITMGLINT - MOVEMENTS POSTED:     '
013020         WS-POSTED-COUNT.
013030     DISPLAY 'ITMGLINT - EXCEPTIONS:           '
013040         WS-EXCEPTION-COUNT.
013050     DISPLAY 'ITMGLINT - JOURNAL LINES:        '
013060         WS-JRNL-LINE-COUNT.
013070     DISPLAY 'ITMGLINT - DEBIT TOTAL:          '
013080         WS-DEBIT-TOTAL.
013090     DISPLAY 'ITMGLINT - CREDIT TOTAL:         '
013100         WS-CREDIT-TOTAL.
013110     DISPLAY 'ITMGLINT - RETURN CODE SET TO ' RETURN-CODE.
013120 9000-EXIT.
013130     EXIT.
013140
013150*-----------------------------------------------------------
013160* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
013170* ERROR
013180*-----------------------------------------------------------
013190 9900-ABEND-JOB.
013200     DISPLAY 'ITMGLINT - JOB TERMINATED - SEE ERROR ABOVE'.
013210     IF WS-AL-OPEN
013220         MOVE 'ABEND' TO WS-AUDIT-DISP
013230         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
013240         CLOSE AUDIT-LOG-FILE
013250     END-IF.
013260     IF WS-PC-OPEN
013270         CLOSE PARM-CARD-FILE
013280     END-IF.
013290     IF WS-HJ-OPEN
013300         CLOSE TXN-HISTORY-FILE
013310     END-IF.
013320     IF WS-UC-OPEN
013330         CLOSE UNIT-COST-FILE
013340     END-IF.
013350     IF WS-TI-OPEN
013360         CLOSE ITEM-TABLE-IN-FILE
013370     END-IF.
013380     IF WS-AM-OPEN
013390         CLOSE ACCOUNT-MAP-FILE
013400     END-IF.
013410     IF WS-SN-OPEN
013420         CLOSE VAL-SNAPSHOT-FILE
013430     END-IF.
013440     IF WS-GL-OPEN
013450         CLOSE GL-JOURNAL-FILE
013460     END-IF.
013470     IF WS-GR-OPEN
013480         CLOSE GL-REPORT-FILE
013490     END-IF.
013500     MOVE 16 TO RETURN-CODE.
013510     STOP RUN.
