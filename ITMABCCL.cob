000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMABCCL.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/12/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/12/2026 JH    ABC CLASSIFICATION. TOTALS TWELVE MONTHS
000130*                  OF TXNHIST ISSUE QUANTITY PER ITEM (ALL
000140*                  WAREHOUSES) ENDING ON THE AS-OF DATE AND
000150*                  EXTENDS IT AT COSTFILE UNIT COST FOR THE
000160*                  ANNUAL USAGE VALUE. ITEMS ARE RANKED BY
000170*                  VALUE AND CLASSED A UNTIL THE A-PCT
000180*                  CUMULATIVE SHARE OF VALUE IS REACHED, B
000190*                  UNTIL B-PCT, AND C AFTER THAT (PARM CARD,
000200*                  DEFAULTS 80 AND 95). EVERY ITEM ON THE
000210*                  ITMTBOUT EXTRACT GETS A CLASS - NO USAGE
000220*                  OR NO COST IS CLASS C. WRITES THE ITEM
000230*                  CLASS FILE (CLASSFILE) FOR THE ITMCCSCH
000240*                  COUNT SCHEDULE AND PRINTS THE RANKING AND
000250*                  CLASS SUMMARY ON ABCRPT.
000260*-----------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARM-CARD-FILE
000360         ASSIGN TO PARMCARD
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PC-FILE-STATUS.
000390
000400     SELECT ITEM-TABLE-IN-FILE
000410         ASSIGN TO ITMTBOUT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-TI-FILE-STATUS.
000440
000450     SELECT UNIT-COST-FILE
000460         ASSIGN TO COSTFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-UC-FILE-STATUS.
000490
000500     SELECT TXN-HISTORY-FILE
000510         ASSIGN TO TXNHIST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-HJ-FILE-STATUS.
000540
000550     SELECT ITEM-CLASS-FILE
000560         ASSIGN TO CLASSFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-IC-FILE-STATUS.
000590
000600     SELECT ABC-REPORT-FILE
000610         ASSIGN TO ABCRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AR-FILE-STATUS.
000640
000650     SELECT AUDIT-LOG-FILE
000660         ASSIGN TO AUDITLOG
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-AL-FILE-STATUS.
000690
000700     SELECT RANK-SORT-FILE
000710         ASSIGN TO SORTWORK.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PARM-CARD-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  PARM-CARD-RECORD.
000790     05  PC-COMMENT-FLAG          PIC X(01).
000800     05  FILLER                   PIC X(79).
000810
000820 FD  ITEM-TABLE-IN-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  ITEM-TABLE-IN-RECORD.
000860     05  TI-KEY.
000870         10  TI-ITEM              PIC X(20).
000880         10  TI-WHSE              PIC X(03).
000890     05  TI-QTY                   PIC 9(05).
000900     05  TI-CATEGORY              PIC X(04).
000910     05  TI-DESC                  PIC X(20).
000920     05  FILLER                   PIC X(28).
000930
000940 FD  UNIT-COST-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  UNIT-COST-RECORD.
000980     05  UC-ITEM-CODE             PIC X(20).
000990     05  UC-UNIT-COST             PIC 9(05)V99.
001000     05  FILLER                   PIC X(53).
001010
001020 FD  TXN-HISTORY-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  TXN-HISTORY-RECORD.
001060     05  HJ-ITEM-CODE             PIC X(20).
001070     05  HJ-WHSE                  PIC X(03).
001080     05  HJ-TXN-TYPE              PIC X(01).
001090     05  HJ-QTY                   PIC 9(05).
001100     05  HJ-BEFORE-QTY            PIC 9(05).
001110     05  HJ-AFTER-QTY             PIC 9(05).
001120     05  HJ-RUN-DATE              PIC 9(08).
001130     05  FILLER                   PIC X(33).
001140
001150*-----------------------------------------------------------
001160* ITEM CLASS FILE - ONE RECORD PER ITEM, ASCENDING BY ITEM
001170*-----------------------------------------------------------
001180 FD  ITEM-CLASS-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  ITEM-CLASS-RECORD.
001220     05  IC-ITEM-CODE             PIC X(20).
001230     05  IC-CLASS                 PIC X(01).
001240     05  IC-USAGE-QTY             PIC 9(07).
001250     05  IC-UNIT-COST             PIC 9(05)V99.
001260     05  IC-USAGE-VALUE           PIC 9(11)V99.
001270     05  IC-RANK                  PIC 9(05).
001280     05  IC-CLASS-DATE            PIC 9(08).
001290     05  IC-CATEGORY              PIC X(04).
001300     05  FILLER                   PIC X(15).
001310
001320 FD  ABC-REPORT-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 132 CHARACTERS.
001350 01  ABC-REPORT-RECORD           PIC X(132).
001360
001370 FD  AUDIT-LOG-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  AUDIT-LOG-RECORD.
001410     COPY ITMAUDIT.
001420
001430 SD  RANK-SORT-FILE
001440     RECORD CONTAINS 80 CHARACTERS.
001450 01  RANK-SORT-RECORD.
001460     05  SR-USAGE-VALUE           PIC 9(11)V99.
001470     05  SR-ITEM-CODE             PIC X(20).
001480     05  SR-TABLE-SUB             PIC 9(05).
001490     05  FILLER                   PIC X(42).
001500
001510 WORKING-STORAGE SECTION.
001520 77  WS-COST-MAX                  PIC 9(05) VALUE 05000.
001530 77  WS-COST-COUNT                PIC 9(05) VALUE ZERO.
001540 77  WS-ITM-MAX                   PIC 9(05) VALUE 05000.
001550 77  WS-ITM-COUNT                 PIC 9(05) VALUE ZERO.
001560 77  WS-ITM-SUB                   PIC 9(05) COMP VALUE ZERO.
001570 77  WS-LAST-COST-ITEM            PIC X(20) VALUE LOW-VALUES.
001580 77  WS-LAST-TI-KEY               PIC X(23) VALUE LOW-VALUES.
001590 77  WS-HIST-READ-COUNT           PIC 9(07) VALUE ZERO.
001600 77  WS-ISSUE-USED-COUNT          PIC 9(07) VALUE ZERO.
001610 77  WS-HIST-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
001620 77  WS-UNKNOWN-ITEM-COUNT        PIC 9(07) VALUE ZERO.
001630 77  WS-NO-COST-COUNT             PIC 9(05) VALUE ZERO.
001640 77  WS-REF-READ-COUNT            PIC 9(07) VALUE ZERO.
001650 77  WS-CLASS-WRITTEN-COUNT       PIC 9(05) VALUE ZERO.
001660 77  WS-RANK                      PIC 9(05) VALUE ZERO.
001670 77  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
001680 77  WS-WINDOW-START              PIC 9(08) VALUE ZERO.
001690 77  WS-A-PCT                     PIC 9(03) VALUE 080.
001700 77  WS-B-PCT                     PIC 9(03) VALUE 095.
001710 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
001720 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
001730 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001740 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001750 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001760
001770 01  WS-SWITCHES.
001780     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001790         88  WS-EOF-YES                 VALUE 'Y'.
001800         88  WS-EOF-NO                  VALUE 'N'.
001810     05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001820         88  WS-SORT-EOF                VALUE 'Y'.
001830     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001840         88  WS-PC-OPEN                 VALUE 'Y'.
001850     05  WS-TI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001860         88  WS-TI-OPEN                 VALUE 'Y'.
001870     05  WS-UC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001880         88  WS-UC-OPEN                 VALUE 'Y'.
001890     05  WS-HJ-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001900         88  WS-HJ-OPEN                 VALUE 'Y'.
001910     05  WS-IC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001920         88  WS-IC-OPEN                 VALUE 'Y'.
001930     05  WS-AR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001940         88  WS-AR-OPEN                 VALUE 'Y'.
001950     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001960         88  WS-AL-OPEN                 VALUE 'Y'.
001970     05  WS-SEARCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001980         88  WS-SEARCH-FOUND            VALUE 'Y'.
001990
002000 01  WS-FILE-STATUSES.
002010     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
002020     05  WS-TI-FILE-STATUS        PIC X(02) VALUE SPACES.
002030     05  WS-UC-FILE-STATUS        PIC X(02) VALUE SPACES.
002040     05  WS-HJ-FILE-STATUS        PIC X(02) VALUE SPACES.
002050     05  WS-IC-FILE-STATUS        PIC X(02) VALUE SPACES.
002060     05  WS-AR-FILE-STATUS        PIC X(02) VALUE SPACES.
002070     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
002080
002090 01  WS-PARM-AREA.
002100     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
002110     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
002120     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
002130     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
002140     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
002150     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
002160     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
002170                                  PIC 9(01).
002180     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
002190         88  WS-PARM-NUM-OK             VALUE 'Y'.
002200     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
002210         88  WS-PARM-VAL-END            VALUE 'Y'.
002220
002230 01  WS-SEARCH-AREA.
002240     05  WS-SEARCH-ITEM-CODE      PIC X(20) VALUE SPACES.
002250     05  WS-FOUND-UNIT-COST       PIC 9(05)V99 VALUE ZERO.
002260
002270*-----------------------------------------------------------
002280* DATE ARITHMETIC - CIVIL DAY NUMBER AND BACK AGAIN, USED
002290* TO FIND THE START OF THE TWELVE-MONTH USAGE WINDOW
002300*-----------------------------------------------------------
002310 01  WS-DATE-CONV-AREA.
002320     05  WS-DC-DATE               PIC 9(08).
002330     05  WS-DC-DATE-R REDEFINES WS-DC-DATE.
002340         10  WS-DC-YEAR           PIC 9(04).
002350         10  WS-DC-MONTH          PIC 9(02).
002360         10  WS-DC-DAY            PIC 9(02).
002370     05  WS-DC-Y                  PIC 9(05) VALUE ZERO.
002380     05  WS-DC-M                  PIC 9(02) VALUE ZERO.
002390     05  WS-DC-WORK               PIC 9(07) VALUE ZERO.
002400     05  WS-DC-DAY-NUMBER         PIC 9(07) VALUE ZERO.
002410     05  WS-DC-REMAIN             PIC 9(07) VALUE ZERO.
002420     05  WS-DC-BIG                PIC 9(10) VALUE ZERO.
002430     05  WS-DC-YEAR-START         PIC 9(07) VALUE ZERO.
002440     05  WS-DC-DAY-OF-YEAR        PIC 9(03) VALUE ZERO.
002450     05  WS-DC-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002460         88  WS-DC-FOUND                VALUE 'Y'.
002470
002480 01  WS-VALUE-TOTALS.
002490     05  WS-TOTAL-VALUE           PIC 9(13)V99 VALUE ZERO.
002500     05  WS-CUM-VALUE             PIC 9(13)V99 VALUE ZERO.
002510     05  WS-CUM-BEFORE-PCT        PIC 9(03)V9(04) VALUE ZERO.
002520     05  WS-CUM-PCT               PIC 9(03)V99 VALUE ZERO.
002530     05  WS-CLASS-PCT             PIC 9(03)V99 VALUE ZERO.
002540     05  WS-CURR-CLASS            PIC X(01) VALUE SPACE.
002550     05  WS-CLS-SUB               PIC 9(01) COMP VALUE ZERO.
002560
002570*-----------------------------------------------------------
002580* CLASS SUMMARY - 1 = A, 2 = B, 3 = C
002590*-----------------------------------------------------------
002600 01  WS-CLASS-SUMMARY.
002610     05  WS-CLS-ENTRY OCCURS 3 TIMES.
002620         10  WS-CLS-ITEMS         PIC 9(05).
002630         10  WS-CLS-VALUE         PIC 9(13)V99.
002640 01  WS-CLASS-CODES               PIC X(03) VALUE 'ABC'.
002650
002660 01  WS-COST-DATA-AREA.
002670     05  WS-COST-TABLE OCCURS 0 TO 5000 TIMES
002680                   DEPENDING ON WS-COST-COUNT
002690                   ASCENDING KEY IS WS-COST-ITEM
002700                   INDEXED BY WS-COST-IDX.
002710         10  WS-COST-ITEM         PIC X(20).
002720         10  WS-UNIT-COST         PIC 9(05)V99.
002730
002740*-----------------------------------------------------------
002750* ONE ENTRY PER ITEM ON THE EXTRACT, WITH ITS TWELVE-MONTH
002760* ISSUE USAGE, VALUE, RANK, AND CLASS
002770*-----------------------------------------------------------
002780 01  WS-ITM-DATA-AREA.
002790     05  WS-ITM-TABLE OCCURS 0 TO 5000 TIMES
002800                   DEPENDING ON WS-ITM-COUNT
002810                   ASCENDING KEY IS WS-ITM-ITEM
002820                   INDEXED BY WS-ITM-IDX.
002830         10  WS-ITM-ITEM          PIC X(20).
002840         10  WS-ITM-CATEGORY      PIC X(04).
002850         10  WS-ITM-USAGE-QTY     PIC 9(07).
002860         10  WS-ITM-UNIT-COST     PIC 9(05)V99.
002870         10  WS-ITM-USAGE-VALUE   PIC 9(11)V99.
002880         10  WS-ITM-RANK          PIC 9(05).
002890         10  WS-ITM-CLASS         PIC X(01).
002900         10  WS-ITM-COST-SWITCH   PIC X(01).
002910             88  WS-ITM-HAS-COST        VALUE 'Y'.
002920
002930 01  WS-RPT-HEADING-1.
002940     05  FILLER                   PIC X(40) VALUE
002950             'ABC CLASSIFICATION BY ANNUAL USAGE VALUE'.
002960     05  FILLER                   PIC X(08) VALUE SPACES.
002970     05  FILLER                   PIC X(08) VALUE 'AS OF:'.
002980     05  RPT-H-AS-OF-DATE         PIC 9(08).
002990     05  FILLER                   PIC X(04) VALUE SPACES.
003000     05  FILLER                   PIC X(06) VALUE 'PAGE'.
003010     05  RPT-H-PAGE               PIC ZZ9.
003020     05  FILLER                   PIC X(55) VALUE SPACES.
003030 01  WS-RPT-PARM-LINE.
003040     05  FILLER                   PIC X(11) VALUE
003050             'USAGE FROM'.
003060     05  RPT-P-WINDOW-START       PIC 9(08).
003070     05  FILLER                   PIC X(04) VALUE ' TO'.
003080     05  RPT-P-AS-OF-DATE         PIC 9(08).
003090     05  FILLER                   PIC X(06) VALUE SPACES.
003100     05  FILLER                   PIC X(08) VALUE 'A-PCT:'.
003110     05  RPT-P-A-PCT              PIC ZZ9.
003120     05  FILLER                   PIC X(04) VALUE SPACES.
003130     05  FILLER                   PIC X(08) VALUE 'B-PCT:'.
003140     05  RPT-P-B-PCT              PIC ZZ9.
003150     05  FILLER                   PIC X(69) VALUE SPACES.
003160 01  WS-RPT-HEADING-2.
003170     05  FILLER                   PIC X(07) VALUE ' RANK'.
003180     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
003190     05  FILLER                   PIC X(06) VALUE 'CAT'.
003200     05  FILLER                   PIC X(11) VALUE 'USAGE QTY'.
003210     05  FILLER                   PIC X(11) VALUE 'UNIT COST'.
003220     05  FILLER                   PIC X(19) VALUE
003230             '      USAGE VALUE'.
003240     05  FILLER                   PIC X(10) VALUE ' CUM %'.
003250     05  FILLER                   PIC X(05) VALUE 'CLASS'.
003260     05  FILLER                   PIC X(41) VALUE SPACES.
003270 01  WS-RPT-DETAIL-LINE.
003280     05  RPT-D-RANK               PIC ZZZZ9.
003290     05  FILLER                   PIC X(02) VALUE SPACES.
003300     05  RPT-D-ITEM               PIC X(20).
003310     05  FILLER                   PIC X(02) VALUE SPACES.
003320     05  RPT-D-CATEGORY           PIC X(04).
003330     05  FILLER                   PIC X(02) VALUE SPACES.
003340     05  RPT-D-USAGE-QTY          PIC Z,ZZZ,ZZ9.
003350     05  FILLER                   PIC X(02) VALUE SPACES.
003360     05  RPT-D-UNIT-COST          PIC ZZ,ZZ9.99.
003370     05  FILLER                   PIC X(02) VALUE SPACES.
003380     05  RPT-D-USAGE-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003390     05  FILLER                   PIC X(02) VALUE SPACES.
003400     05  RPT-D-CUM-PCT            PIC ZZ9.99.
003410     05  FILLER                   PIC X(04) VALUE SPACES.
003420     05  RPT-D-CLASS              PIC X(01).
003430     05  FILLER                   PIC X(04) VALUE SPACES.
003440     05  RPT-D-NOTE               PIC X(20).
003450     05  FILLER                   PIC X(20) VALUE SPACES.
003460 01  WS-RPT-SUM-HEADING.
003470     05  FILLER                   PIC X(07) VALUE 'CLASS'.
003480     05  FILLER                   PIC X(08) VALUE ' ITEMS'.
003490     05  FILLER                   PIC X(22) VALUE
003500             '       USAGE VALUE'.
003510     05  FILLER                   PIC X(06) VALUE '   PCT'.
003520     05  FILLER                   PIC X(89) VALUE SPACES.
003530 01  WS-RPT-SUM-LINE.
003540     05  FILLER                   PIC X(02) VALUE SPACES.
003550     05  RPT-S-CLASS              PIC X(01).
003560     05  FILLER                   PIC X(04) VALUE SPACES.
003570     05  RPT-S-ITEMS              PIC ZZ,ZZ9.
003580     05  FILLER                   PIC X(02) VALUE SPACES.
003590     05  RPT-S-VALUE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003600     05  FILLER                   PIC X(04) VALUE SPACES.
003610     05  RPT-S-PCT                PIC ZZ9.99.
003620     05  FILLER                   PIC X(89) VALUE SPACES.
003630 01  WS-RPT-TOTAL-LINE-1.
003640     05  FILLER                   PIC X(28) VALUE
003650             'HISTORY RECORDS READ:'.
003660     05  RPT-T-HIST-READ          PIC Z,ZZZ,ZZ9.
003670     05  FILLER                   PIC X(04) VALUE SPACES.
003680     05  FILLER                   PIC X(28) VALUE
003690             'ISSUES IN USAGE WINDOW:'.
003700     05  RPT-T-ISSUES             PIC Z,ZZZ,ZZ9.
003710     05  FILLER                   PIC X(54) VALUE SPACES.
003720 01  WS-RPT-TOTAL-LINE-2.
003730     05  FILLER                   PIC X(28) VALUE
003740             'RECORDS SKIPPED:'.
003750     05  RPT-T-SKIPPED            PIC Z,ZZZ,ZZ9.
003760     05  FILLER                   PIC X(04) VALUE SPACES.
003770     05  FILLER                   PIC X(28) VALUE
003780             'ISSUES FOR UNKNOWN ITEMS:'.
003790     05  RPT-T-UNKNOWN            PIC Z,ZZZ,ZZ9.
003800     05  FILLER                   PIC X(54) VALUE SPACES.
003810 01  WS-RPT-TOTAL-LINE-3.
003820     05  FILLER                   PIC X(28) VALUE
003830             'ITEMS CLASSIFIED:'.
003840     05  RPT-T-CLASSED            PIC Z,ZZZ,ZZ9.
003850     05  FILLER                   PIC X(04) VALUE SPACES.
003860     05  FILLER                   PIC X(28) VALUE
003870             'USED ITEMS WITH NO COST:'.
003880     05  RPT-T-NO-COST            PIC Z,ZZZ,ZZ9.
003890     05  FILLER                   PIC X(54) VALUE SPACES.
003900
003910 PROCEDURE DIVISION.
003920
003930*-----------------------------------------------------------
003940* 0000-MAINLINE - LOAD COSTS AND ITEMS, ACCUMULATE THE
003950* YEAR'S ISSUES, RANK BY VALUE, THEN WRITE THE CLASS FILE
003960*-----------------------------------------------------------
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990     PERFORM 2000-LOAD-COST-TABLE THRU 2000-EXIT
004000         UNTIL WS-EOF-YES.
004010     MOVE 'N' TO WS-EOF-SWITCH.
004020     PERFORM 2200-LOAD-ITEM-TABLE THRU 2200-EXIT
004030         UNTIL WS-EOF-YES.
004040     MOVE 'N' TO WS-EOF-SWITCH.
004050     IF WS-HJ-OPEN
004060         PERFORM 3000-ACCUMULATE-USAGE THRU 3000-EXIT
004070             UNTIL WS-EOF-YES
004080         MOVE 'N' TO WS-EOF-SWITCH
004090     END-IF.
004100     SORT RANK-SORT-FILE
004110         DESCENDING KEY SR-USAGE-VALUE
004120         ASCENDING KEY SR-ITEM-CODE
004130         INPUT PROCEDURE 4000-RELEASE-ITEMS
004140             THRU 4000-EXIT
004150         OUTPUT PROCEDURE 5000-ASSIGN-CLASSES
004160             THRU 5000-EXIT.
004170     PERFORM 6000-WRITE-CLASS-FILE THRU 6000-EXIT.
004180     PERFORM 6500-PRINT-SUMMARY THRU 6500-EXIT.
004190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004200     STOP RUN.
004210
004220*-----------------------------------------------------------
004230* 1000-INITIALIZE - PARM CARDS, USAGE WINDOW, AND OPENS
004240*-----------------------------------------------------------
004250 1000-INITIALIZE.
004260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004270     ACCEPT WS-RUN-TIME FROM TIME.
004280     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
004290     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
004300     IF WS-A-PCT NOT < WS-B-PCT
004310         DISPLAY 'ITMABCCL - A-PCT ' WS-A-PCT
004320             ' MUST BE LESS THAN B-PCT ' WS-B-PCT
004330         PERFORM 9900-ABEND-JOB
004340     END-IF.
004350     MOVE WS-AS-OF-DATE TO WS-DC-DATE.
004360     PERFORM 8100-CONVERT-DATE-TO-DAYS THRU 8100-EXIT.
004370     SUBTRACT 364 FROM WS-DC-DAY-NUMBER.
004380     PERFORM 8200-CONVERT-DAYS-TO-DATE THRU 8200-EXIT.
004390     MOVE WS-DC-DATE TO WS-WINDOW-START.
004400     OPEN INPUT UNIT-COST-FILE.
004410     IF WS-UC-FILE-STATUS NOT = '00'
004420         DISPLAY 'ITMABCCL - UNABLE TO OPEN UNIT-COST-FILE - '
004430             'STATUS ' WS-UC-FILE-STATUS
004440         PERFORM 9900-ABEND-JOB
004450     END-IF.
004460     MOVE 'Y' TO WS-UC-OPEN-SWITCH.
004470     OPEN INPUT ITEM-TABLE-IN-FILE.
004480     IF WS-TI-FILE-STATUS NOT = '00'
004490         DISPLAY 'ITMABCCL - UNABLE TO OPEN ITEM-TABLE-IN-'
004500             'FILE - STATUS ' WS-TI-FILE-STATUS
004510         PERFORM 9900-ABEND-JOB
004520     END-IF.
004530     MOVE 'Y' TO WS-TI-OPEN-SWITCH.
004540     OPEN INPUT TXN-HISTORY-FILE.
004550     IF WS-HJ-FILE-STATUS = '35'
004560         DISPLAY 'ITMABCCL - NO TXN-HISTORY-FILE - ALL ITEMS '
004570             'CLASS C'
004580     ELSE
004590         IF WS-HJ-FILE-STATUS NOT = '00'
004600             DISPLAY 'ITMABCCL - UNABLE TO OPEN TXN-HISTORY-'
004610                 'FILE - STATUS ' WS-HJ-FILE-STATUS
004620             PERFORM 9900-ABEND-JOB
004630         END-IF
004640         MOVE 'Y' TO WS-HJ-OPEN-SWITCH
004650     END-IF.
004660     OPEN OUTPUT ITEM-CLASS-FILE.
004670     IF WS-IC-FILE-STATUS NOT = '00'
004680         DISPLAY 'ITMABCCL - UNABLE TO OPEN ITEM-CLASS-FILE - '
004690             'STATUS ' WS-IC-FILE-STATUS
004700         PERFORM 9900-ABEND-JOB
004710     END-IF.
004720     MOVE 'Y' TO WS-IC-OPEN-SWITCH.
004730     OPEN OUTPUT ABC-REPORT-FILE.
004740     IF WS-AR-FILE-STATUS NOT = '00'
004750         DISPLAY 'ITMABCCL - UNABLE TO OPEN ABC-REPORT-FILE - '
004760             'STATUS ' WS-AR-FILE-STATUS
004770         PERFORM 9900-ABEND-JOB
004780     END-IF.
004790     MOVE 'Y' TO WS-AR-OPEN-SWITCH.
004800     OPEN EXTEND AUDIT-LOG-FILE.
004810     IF WS-AL-FILE-STATUS = '35'
004820         OPEN OUTPUT AUDIT-LOG-FILE
004830     END-IF.
004840     IF WS-AL-FILE-STATUS NOT = '00'
004850         DISPLAY 'ITMABCCL - UNABLE TO OPEN AUDIT-LOG-FILE '
004860             '- STATUS ' WS-AL-FILE-STATUS
004870         PERFORM 9900-ABEND-JOB
004880     END-IF.
004890     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
004900     INITIALIZE WS-CLASS-SUMMARY.
004910 1000-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------
004950* 1400-PROCESS-PARM-CARDS - AS-OF-DATE ENDS THE TWELVE-MONTH
004960* USAGE WINDOW (DEFAULT RUN DATE). A-PCT AND B-PCT ARE THE
004970* CUMULATIVE PERCENTAGES OF USAGE VALUE THAT CLOSE CLASSES
004980* A AND B (DEFAULTS 80 AND 95).
004990*-----------------------------------------------------------
005000 1400-PROCESS-PARM-CARDS.
005010     OPEN INPUT PARM-CARD-FILE.
005020     IF WS-PC-FILE-STATUS = '35'
005030         DISPLAY 'ITMABCCL - NO PARM CARD FILE - DEFAULTS '
005040             'IN EFFECT'
005050         GO TO 1400-EXIT
005060     END-IF.
005070     IF WS-PC-FILE-STATUS NOT = '00'
005080         DISPLAY 'ITMABCCL - UNABLE TO OPEN PARM-CARD-FILE '
005090             '- STATUS ' WS-PC-FILE-STATUS
005100         PERFORM 9900-ABEND-JOB
005110     END-IF.
005120     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
005130     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
005140         UNTIL WS-EOF-YES.
005150     CLOSE PARM-CARD-FILE.
005160     MOVE 'N' TO WS-PC-OPEN-SWITCH.
005170     MOVE 'N' TO WS-EOF-SWITCH.
005180 1400-EXIT.
005190     EXIT.
005200
005210 1410-READ-PARM-CARD.
005220     READ PARM-CARD-FILE
005230         AT END
005240             MOVE 'Y' TO WS-EOF-SWITCH
005250         NOT AT END
005260             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
005270     END-READ.
005280 1410-EXIT.
005290     EXIT.
005300
005310 1420-APPLY-PARM.
005320     IF PARM-CARD-RECORD = SPACES
005330       OR PC-COMMENT-FLAG = '*'
005340         GO TO 1420-EXIT
005350     END-IF.
005360     MOVE SPACES TO WS-PARM-KEYWORD.
005370     MOVE SPACES TO WS-PARM-VALUE.
005380     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
005390         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
005400     IF WS-PARM-KEYWORD = 'AS-OF-DATE'
005410         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005420         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
005430             MOVE WS-PARM-NUMERIC TO WS-AS-OF-DATE
005440             DISPLAY 'ITMABCCL - PARM AS-OF-DATE='
005450                 WS-AS-OF-DATE
005460             GO TO 1420-EXIT
005470         ELSE
005480             DISPLAY 'ITMABCCL - INVALID AS-OF-DATE VALUE - '
005490                 WS-PARM-VALUE
005500             DISPLAY 'ITMABCCL - MUST BE YYYYMMDD'
005510             PERFORM 9900-ABEND-JOB
005520         END-IF
005530     END-IF.
005540     IF WS-PARM-KEYWORD = 'A-PCT'
005550         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005560         IF WS-PARM-NUM-OK
005570           AND WS-PARM-NUMERIC > ZERO
005580           AND WS-PARM-NUMERIC < 100
005590             MOVE WS-PARM-NUMERIC TO WS-A-PCT
005600             DISPLAY 'ITMABCCL - PARM A-PCT=' WS-A-PCT
005610             GO TO 1420-EXIT
005620         ELSE
005630             DISPLAY 'ITMABCCL - INVALID A-PCT VALUE - '
005640                 WS-PARM-VALUE
005650             DISPLAY 'ITMABCCL - MUST BE NUMERIC 1-99'
005660             PERFORM 9900-ABEND-JOB
005670         END-IF
005680     END-IF.
005690     IF WS-PARM-KEYWORD = 'B-PCT'
005700         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005710         IF WS-PARM-NUM-OK
005720           AND WS-PARM-NUMERIC > ZERO
005730           AND WS-PARM-NUMERIC NOT > 100
005740             MOVE WS-PARM-NUMERIC TO WS-B-PCT
005750             DISPLAY 'ITMABCCL - PARM B-PCT=' WS-B-PCT
005760             GO TO 1420-EXIT
005770         ELSE
005780             DISPLAY 'ITMABCCL - INVALID B-PCT VALUE - '
005790                 WS-PARM-VALUE
005800             DISPLAY 'ITMABCCL - MUST BE NUMERIC 1-100'
005810             PERFORM 9900-ABEND-JOB
005820         END-IF
005830     END-IF.
005840     DISPLAY 'ITMABCCL - UNRECOGNIZED PARAMETER - '
005850         WS-PARM-KEYWORD.
005860     PERFORM 9900-ABEND-JOB.
005870 1420-EXIT.
005880     EXIT.
005890
005900*-----------------------------------------------------------
005910* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
005920* DIGITS INTO WS-PARM-NUMERIC
005930*-----------------------------------------------------------
005940 1430-CONVERT-PARM-VALUE.
005950     MOVE ZERO TO WS-PARM-NUMERIC.
005960     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
005970     MOVE 1    TO WS-PARM-DIGIT-SUB.
005980     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
005990     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
006000     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
006010         UNTIL WS-PARM-VAL-END
006020            OR NOT WS-PARM-NUM-OK
006030            OR WS-PARM-DIGIT-SUB > 20.
006040     IF WS-PARM-DIGIT-COUNT = 0
006050         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006060     END-IF.
006070 1430-EXIT.
006080     EXIT.
006090
006100 1431-CONVERT-ONE-DIGIT.
006110     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
006120         TO WS-PARM-DIGIT-X.
006130     IF WS-PARM-DIGIT-X = SPACE
006140         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
006150         GO TO 1431-EXIT
006160     END-IF.
006170     IF WS-PARM-DIGIT-X NOT NUMERIC
006180         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006190         GO TO 1431-EXIT
006200     END-IF.
006210     IF WS-PARM-DIGIT-COUNT = 8
006220         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006230         GO TO 1431-EXIT
006240     END-IF.
006250     MULTIPLY WS-PARM-NUMERIC BY 10
006260         GIVING WS-PARM-NUMERIC.
006270     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
006280     ADD 1 TO WS-PARM-DIGIT-COUNT.
006290     ADD 1 TO WS-PARM-DIGIT-SUB.
006300 1431-EXIT.
006310     EXIT.
006320
006330*-----------------------------------------------------------
006340* 2000-LOAD-COST-TABLE - READ ONE UNIT COST RECORD
006350*-----------------------------------------------------------
006360 2000-LOAD-COST-TABLE.
006370     READ UNIT-COST-FILE
006380         AT END
006390             MOVE 'Y' TO WS-EOF-SWITCH
006400         NOT AT END
006410             ADD 1 TO WS-REF-READ-COUNT
006420             PERFORM 2100-LOAD-COST-ENTRY THRU 2100-EXIT
006430     END-READ.
006440 2000-EXIT.
006450     EXIT.
006460
006470 2100-LOAD-COST-ENTRY.
006480     IF UC-ITEM-CODE < WS-LAST-COST-ITEM
006490         DISPLAY 'ITMABCCL - UNIT-COST-FILE OUT OF ASCENDING '
006500             'SEQUENCE AT ITEM ' UC-ITEM-CODE
006510         PERFORM 9900-ABEND-JOB
006520     END-IF.
006530     IF WS-COST-COUNT >= WS-COST-MAX
006540         DISPLAY 'ITMABCCL - COST VOLUME EXCEEDS TABLE '
006550             'MAXIMUM OF ' WS-COST-MAX ' - JOB ABENDING'
006560         PERFORM 9900-ABEND-JOB
006570     END-IF.
006580     IF UC-UNIT-COST NOT NUMERIC
006590         DISPLAY 'ITMABCCL - NON-NUMERIC UNIT COST FOR ITEM '
006600             UC-ITEM-CODE ' - JOB ABENDING'
006610         PERFORM 9900-ABEND-JOB
006620     END-IF.
006630     MOVE UC-ITEM-CODE TO WS-LAST-COST-ITEM.
006640     ADD 1 TO WS-COST-COUNT.
006650     MOVE UC-ITEM-CODE TO WS-COST-ITEM(WS-COST-COUNT).
006660     MOVE UC-UNIT-COST TO WS-UNIT-COST(WS-COST-COUNT).
006670 2100-EXIT.
006680     EXIT.
006690
006700*-----------------------------------------------------------
006710* 2200-LOAD-ITEM-TABLE - ONE ENTRY PER ITEM FROM THE TABLE
006720* EXTRACT, COSTED FROM THE COST TABLE
006730*-----------------------------------------------------------
006740 2200-LOAD-ITEM-TABLE.
006750     READ ITEM-TABLE-IN-FILE
006760         AT END
006770             MOVE 'Y' TO WS-EOF-SWITCH
006780         NOT AT END
006790             ADD 1 TO WS-REF-READ-COUNT
006800             PERFORM 2300-LOAD-ITEM-ENTRY THRU 2300-EXIT
006810     END-READ.
006820 2200-EXIT.
006830     EXIT.
006840
006850 2300-LOAD-ITEM-ENTRY.
006860     IF TI-KEY < WS-LAST-TI-KEY
006870         DISPLAY 'ITMABCCL - ITEM-TABLE-IN-FILE OUT OF '
006880             'ASCENDING SEQUENCE AT ITEM ' TI-KEY
006890         PERFORM 9900-ABEND-JOB
006900     END-IF.
006910     IF TI-ITEM = WS-LAST-TI-KEY(1:20)
006920         MOVE TI-KEY TO WS-LAST-TI-KEY
006930         GO TO 2300-EXIT
006940     END-IF.
006950     MOVE TI-KEY TO WS-LAST-TI-KEY.
006960     IF WS-ITM-COUNT >= WS-ITM-MAX
006970         DISPLAY 'ITMABCCL - ITEM VOLUME EXCEEDS TABLE '
006980             'MAXIMUM OF ' WS-ITM-MAX ' - JOB ABENDING'
006990         PERFORM 9900-ABEND-JOB
007000     END-IF.
007010     ADD 1 TO WS-ITM-COUNT.
007020     MOVE TI-ITEM     TO WS-ITM-ITEM(WS-ITM-COUNT).
007030     MOVE TI-CATEGORY TO WS-ITM-CATEGORY(WS-ITM-COUNT).
007040     MOVE ZERO        TO WS-ITM-USAGE-QTY(WS-ITM-COUNT).
007050     MOVE ZERO        TO WS-ITM-USAGE-VALUE(WS-ITM-COUNT).
007060     MOVE ZERO        TO WS-ITM-RANK(WS-ITM-COUNT).
007070     MOVE 'C'         TO WS-ITM-CLASS(WS-ITM-COUNT).
007080     MOVE TI-ITEM     TO WS-SEARCH-ITEM-CODE.
007090     PERFORM 7000-FIND-UNIT-COST THRU 7000-EXIT.
007100     IF WS-SEARCH-FOUND AND WS-FOUND-UNIT-COST > ZERO
007110         MOVE WS-FOUND-UNIT-COST
007120             TO WS-ITM-UNIT-COST(WS-ITM-COUNT)
007130         MOVE 'Y' TO WS-ITM-COST-SWITCH(WS-ITM-COUNT)
007140     ELSE
007150         MOVE ZERO TO WS-ITM-UNIT-COST(WS-ITM-COUNT)
007160         MOVE 'N'  TO WS-ITM-COST-SWITCH(WS-ITM-COUNT)
007170     END-IF.
007180 2300-EXIT.
007190     EXIT.
007200
007210*-----------------------------------------------------------
007220* 3000-ACCUMULATE-USAGE - ADD EACH ISSUE IN THE TWELVE-MONTH
007230* WINDOW TO ITS ITEM. BACKORDER FILLS ARE JOURNALED AS
007240* ISSUES AND COUNT AS USAGE.
007250*-----------------------------------------------------------
007260 3000-ACCUMULATE-USAGE.
007270     READ TXN-HISTORY-FILE
007280         AT END
007290             MOVE 'Y' TO WS-EOF-SWITCH
007300         NOT AT END
007310             ADD 1 TO WS-HIST-READ-COUNT
007320             PERFORM 3100-ADD-ISSUE THRU 3100-EXIT
007330     END-READ.
007340 3000-EXIT.
007350     EXIT.
007360
007370 3100-ADD-ISSUE.
007380     IF HJ-TXN-TYPE NOT = 'I'
007390         GO TO 3100-EXIT
007400     END-IF.
007410     IF HJ-RUN-DATE NOT NUMERIC
007420       OR HJ-QTY NOT NUMERIC
007430         ADD 1 TO WS-HIST-SKIPPED-COUNT
007440         GO TO 3100-EXIT
007450     END-IF.
007460     IF HJ-RUN-DATE < WS-WINDOW-START
007470       OR HJ-RUN-DATE > WS-AS-OF-DATE
007480         GO TO 3100-EXIT
007490     END-IF.
007500     MOVE HJ-ITEM-CODE TO WS-SEARCH-ITEM-CODE.
007510     PERFORM 7100-FIND-ITEM THRU 7100-EXIT.
007520     IF NOT WS-SEARCH-FOUND
007530         ADD 1 TO WS-UNKNOWN-ITEM-COUNT
007540         GO TO 3100-EXIT
007550     END-IF.
007560     ADD 1 TO WS-ISSUE-USED-COUNT.
007570     ADD HJ-QTY TO WS-ITM-USAGE-QTY(WS-ITM-IDX).
007580 3100-EXIT.
007590     EXIT.
007600
007610*-----------------------------------------------------------
007620* 4000-RELEASE-ITEMS - SORT INPUT PROCEDURE. EXTENDS EACH
007630* ITEM'S USAGE AT UNIT COST AND RELEASES IT FOR RANKING.
007640*-----------------------------------------------------------
007650 4000-RELEASE-ITEMS.
007660     PERFORM 4100-RELEASE-ONE-ITEM THRU 4100-EXIT
007670         VARYING WS-ITM-SUB FROM 1 BY 1
007680         UNTIL WS-ITM-SUB > WS-ITM-COUNT.
007690 4000-EXIT.
007700     EXIT.
007710
007720 4100-RELEASE-ONE-ITEM.
007730     MULTIPLY WS-ITM-USAGE-QTY(WS-ITM-SUB)
007740         BY WS-ITM-UNIT-COST(WS-ITM-SUB)
007750         GIVING WS-ITM-USAGE-VALUE(WS-ITM-SUB).
007760     ADD WS-ITM-USAGE-VALUE(WS-ITM-SUB) TO WS-TOTAL-VALUE.
007770     IF WS-ITM-USAGE-QTY(WS-ITM-SUB) > ZERO
007780       AND NOT WS-ITM-HAS-COST(WS-ITM-SUB)
007790         ADD 1 TO WS-NO-COST-COUNT
007800     END-IF.
007810     MOVE SPACES                         TO RANK-SORT-RECORD.
007820     MOVE WS-ITM-USAGE-VALUE(WS-ITM-SUB) TO SR-USAGE-VALUE.
007830     MOVE WS-ITM-ITEM(WS-ITM-SUB)        TO SR-ITEM-CODE.
007840     MOVE WS-ITM-SUB                     TO SR-TABLE-SUB.
007850     RELEASE RANK-SORT-RECORD.
007860 4100-EXIT.
007870     EXIT.
007880
007890*-----------------------------------------------------------
007900* 5000-ASSIGN-CLASSES - SORT OUTPUT PROCEDURE. ITEMS COME
007910* BACK IN DESCENDING VALUE ORDER. AN ITEM IS CLASS A WHILE
007920* THE VALUE RANKED AHEAD OF IT IS UNDER A-PCT OF THE TOTAL,
007930* SO THE ITEM THAT CROSSES THE CUTOFF STAYS IN THE HIGHER
007940* CLASS; LIKEWISE B AGAINST B-PCT. AN ITEM WITH NO USAGE
007950* VALUE IS ALWAYS CLASS C.
007960*-----------------------------------------------------------
007970 5000-ASSIGN-CLASSES.
007980     PERFORM 5300-WRITE-RANK-HEADINGS THRU 5300-EXIT.
007990     MOVE 'N' TO WS-SORT-EOF-SWITCH.
008000     PERFORM 5100-RETURN-RANKED-ITEM THRU 5100-EXIT.
008010     PERFORM 5200-CLASS-ONE-ITEM THRU 5200-EXIT
008020         UNTIL WS-SORT-EOF.
008030 5000-EXIT.
008040     EXIT.
008050
008060 5100-RETURN-RANKED-ITEM.
008070     RETURN RANK-SORT-FILE
008080         AT END
008090             MOVE 'Y' TO WS-SORT-EOF-SWITCH
008100     END-RETURN.
008110 5100-EXIT.
008120     EXIT.
008130
008140 5200-CLASS-ONE-ITEM.
008150     MOVE SR-TABLE-SUB TO WS-ITM-SUB.
008160     ADD 1 TO WS-RANK.
008170     MOVE WS-RANK TO WS-ITM-RANK(WS-ITM-SUB).
008180     IF SR-USAGE-VALUE = ZERO
008190         MOVE 'C' TO WS-CURR-CLASS
008200         MOVE ZERO TO WS-CUM-BEFORE-PCT
008210     ELSE
008220         COMPUTE WS-CUM-BEFORE-PCT =
008230             WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
008240         EVALUATE TRUE
008250             WHEN WS-CUM-BEFORE-PCT < WS-A-PCT
008260                 MOVE 'A' TO WS-CURR-CLASS
008270             WHEN WS-CUM-BEFORE-PCT < WS-B-PCT
008280                 MOVE 'B' TO WS-CURR-CLASS
008290             WHEN OTHER
008300                 MOVE 'C' TO WS-CURR-CLASS
008310         END-EVALUATE
008320     END-IF.
008330     ADD SR-USAGE-VALUE TO WS-CUM-VALUE.
008340     IF WS-TOTAL-VALUE > ZERO
008350         COMPUTE WS-CUM-PCT ROUNDED =
008360             WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
008370     ELSE
008380         MOVE ZERO TO WS-CUM-PCT
008390     END-IF.
008400     MOVE WS-CURR-CLASS TO WS-ITM-CLASS(WS-ITM-SUB).
008410     MOVE SPACES                          TO WS-RPT-DETAIL-LINE.
008420     MOVE WS-RANK                         TO RPT-D-RANK.
008430     MOVE WS-ITM-ITEM(WS-ITM-SUB)         TO RPT-D-ITEM.
008440     MOVE WS-ITM-CATEGORY(WS-ITM-SUB)     TO RPT-D-CATEGORY.
008450     MOVE WS-ITM-USAGE-QTY(WS-ITM-SUB)    TO RPT-D-USAGE-QTY.
008460     MOVE WS-ITM-UNIT-COST(WS-ITM-SUB)    TO RPT-D-UNIT-COST.
008470     MOVE WS-ITM-USAGE-VALUE(WS-ITM-SUB)  TO RPT-D-USAGE-VALUE.
008480     MOVE WS-CUM-PCT                      TO RPT-D-CUM-PCT.
008490     MOVE WS-CURR-CLASS                   TO RPT-D-CLASS.
008500     IF NOT WS-ITM-HAS-COST(WS-ITM-SUB)
008510         MOVE 'NO UNIT COST'              TO RPT-D-NOTE
008520     ELSE
008530         IF WS-ITM-USAGE-QTY(WS-ITM-SUB) = ZERO
008540             MOVE 'NO ISSUES IN WINDOW'   TO RPT-D-NOTE
008550         END-IF
008560     END-IF.
008570     IF WS-LINE-COUNT > 50
008580         PERFORM 5300-WRITE-RANK-HEADINGS THRU 5300-EXIT
008590     END-IF.
008600     WRITE ABC-REPORT-RECORD FROM WS-RPT-DETAIL-LINE
008610         AFTER ADVANCING 1 LINE.
008620     ADD 1 TO WS-LINE-COUNT.
008630     PERFORM 5100-RETURN-RANKED-ITEM THRU 5100-EXIT.
008640 5200-EXIT.
008650     EXIT.
008660
008670 5300-WRITE-RANK-HEADINGS.
008680     ADD 1 TO WS-PAGE-COUNT.
008690     MOVE WS-AS-OF-DATE   TO RPT-H-AS-OF-DATE.
008700     MOVE WS-PAGE-COUNT   TO RPT-H-PAGE.
008710     WRITE ABC-REPORT-RECORD FROM WS-RPT-HEADING-1
008720         AFTER ADVANCING PAGE.
008730     MOVE WS-WINDOW-START TO RPT-P-WINDOW-START.
008740     MOVE WS-AS-OF-DATE   TO RPT-P-AS-OF-DATE.
008750     MOVE WS-A-PCT        TO RPT-P-A-PCT.
008760     MOVE WS-B-PCT        TO RPT-P-B-PCT.
008770     WRITE ABC-REPORT-RECORD FROM WS-RPT-PARM-LINE
008780         AFTER ADVANCING 1 LINE.
008790     WRITE ABC-REPORT-RECORD FROM WS-RPT-HEADING-2
008800         AFTER ADVANCING 2 LINES.
008810     MOVE 4 TO WS-LINE-COUNT.
008820 5300-EXIT.
008830     EXIT.
008840
008850*-----------------------------------------------------------
008860* 6000-WRITE-CLASS-FILE - ONE RECORD PER ITEM IN ITEM ORDER
008870*-----------------------------------------------------------
008880 6000-WRITE-CLASS-FILE.
008890     PERFORM 6100-WRITE-ONE-CLASS THRU 6100-EXIT
008900         VARYING WS-ITM-SUB FROM 1 BY 1
008910         UNTIL WS-ITM-SUB > WS-ITM-COUNT.
008920 6000-EXIT.
008930     EXIT.
008940
008950 6100-WRITE-ONE-CLASS.
008960     MOVE SPACES                          TO ITEM-CLASS-RECORD.
008970     MOVE WS-ITM-ITEM(WS-ITM-SUB)         TO IC-ITEM-CODE.
008980     MOVE WS-ITM-CLASS(WS-ITM-SUB)        TO IC-CLASS.
008990     MOVE WS-ITM-USAGE-QTY(WS-ITM-SUB)    TO IC-USAGE-QTY.
009000     MOVE WS-ITM-UNIT-COST(WS-ITM-SUB)    TO IC-UNIT-COST.
009010     MOVE WS-ITM-USAGE-VALUE(WS-ITM-SUB)  TO IC-USAGE-VALUE.
009020     MOVE WS-ITM-RANK(WS-ITM-SUB)         TO IC-RANK.
009030     MOVE WS-AS-OF-DATE                   TO IC-CLASS-DATE.
009040     MOVE WS-ITM-CATEGORY(WS-ITM-SUB)     TO IC-CATEGORY.
009050     WRITE ITEM-CLASS-RECORD.
009060     ADD 1 TO WS-CLASS-WRITTEN-COUNT.
009070     EVALUATE WS-ITM-CLASS(WS-ITM-SUB)
009080         WHEN 'A'
009090             MOVE 1 TO WS-CLS-SUB
009100         WHEN 'B'
009110             MOVE 2 TO WS-CLS-SUB
009120         WHEN OTHER
009130             MOVE 3 TO WS-CLS-SUB
009140     END-EVALUATE.
009150     ADD 1 TO WS-CLS-ITEMS(WS-CLS-SUB).
009160     ADD WS-ITM-USAGE-VALUE(WS-ITM-SUB)
009170         TO WS-CLS-VALUE(WS-CLS-SUB).
009180 6100-EXIT.
009190     EXIT.
009200
009210*-----------------------------------------------------------
009220* 6500-PRINT-SUMMARY - ITEMS AND VALUE BY CLASS, THEN THE
009230* CONTROL TOTALS
009240*-----------------------------------------------------------
009250 6500-PRINT-SUMMARY.
009260     WRITE ABC-REPORT-RECORD FROM WS-RPT-SUM-HEADING
009270         AFTER ADVANCING 3 LINES.
009280     PERFORM 6600-PRINT-CLASS-LINE THRU 6600-EXIT
009290         VARYING WS-CLS-SUB FROM 1 BY 1
009300         UNTIL WS-CLS-SUB > 3.
009310     MOVE WS-HIST-READ-COUNT     TO RPT-T-HIST-READ.
009320     MOVE WS-ISSUE-USED-COUNT    TO RPT-T-ISSUES.
009330     WRITE ABC-REPORT-RECORD FROM WS-RPT-TOTAL-LINE-1
009340         AFTER ADVANCING 2 LINES.
009350     MOVE WS-HIST-SKIPPED-COUNT  TO RPT-T-SKIPPED.
009360     MOVE WS-UNKNOWN-ITEM-COUNT  TO RPT-T-UNKNOWN.
009370     WRITE ABC-REPORT-RECORD FROM WS-RPT-TOTAL-LINE-2
009380         AFTER ADVANCING 1 LINE.
009390     MOVE WS-CLASS-WRITTEN-COUNT TO RPT-T-CLASSED.
009400     MOVE WS-NO-COST-COUNT       TO RPT-T-NO-COST.
009410     WRITE ABC-REPORT-RECORD FROM WS-RPT-TOTAL-LINE-3
009420         AFTER ADVANCING 1 LINE.
009430 6500-EXIT.
009440     EXIT.
009450
009460 6600-PRINT-CLASS-LINE.
009470     MOVE WS-CLASS-CODES(WS-CLS-SUB:1) TO RPT-S-CLASS.
009480     MOVE WS-CLS-ITEMS(WS-CLS-SUB)     TO RPT-S-ITEMS.
009490     MOVE WS-CLS-VALUE(WS-CLS-SUB)     TO RPT-S-VALUE.
009500     IF WS-TOTAL-VALUE > ZERO
009510         COMPUTE WS-CLASS-PCT ROUNDED =
009520             WS-CLS-VALUE(WS-CLS-SUB) * 100 / WS-TOTAL-VALUE
009530     ELSE
009540         MOVE ZERO TO WS-CLASS-PCT
009550     END-IF.
009560     MOVE WS-CLASS-PCT                 TO RPT-S-PCT.
009570     WRITE ABC-REPORT-RECORD FROM WS-RPT-SUM-LINE
009580         AFTER ADVANCING 1 LINE.
009590 6600-EXIT.
009600     EXIT.
009610
009620*-----------------------------------------------------------
009630* 7000/7100 - BINARY SEARCHES OF THE COST AND ITEM TABLES
009640*-----------------------------------------------------------
009650 7000-FIND-UNIT-COST.
009660     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
009663     MOVE ZERO TO WS-FOUND-UNIT-COST.
009666     IF WS-COST-COUNT > 0
009670         SEARCH ALL WS-COST-TABLE
009680             AT END
009690                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
009700             WHEN WS-COST-ITEM(WS-COST-IDX) = WS-SEARCH-ITEM-CODE
009710                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
009720                 MOVE WS-UNIT-COST(WS-COST-IDX)
009730                     TO WS-FOUND-UNIT-COST
009740         END-SEARCH
009745     END-IF.
009750 7000-EXIT.
009760     EXIT.
009770
009780 7100-FIND-ITEM.
009790     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
009795     IF WS-ITM-COUNT > 0
009800         SEARCH ALL WS-ITM-TABLE
009810             AT END
009820                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
009830             WHEN WS-ITM-ITEM(WS-ITM-IDX) = WS-SEARCH-ITEM-CODE
009840                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
009850         END-SEARCH
009855     END-IF.
009860 7100-EXIT.
009870     EXIT.
009880
009890*-----------------------------------------------------------
009900* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
009910*-----------------------------------------------------------
009920 8000-WRITE-AUDIT-LOG.
009930     MOVE WS-RUN-DATE            TO AL-RUN-DATE.
009940     MOVE WS-RUN-TIME            TO AL-RUN-TIME.
009950     MOVE 'ITMABCCL'             TO AL-JOB-ID.
009960     COMPUTE AL-READ-COUNT = WS-HIST-READ-COUNT
009970                           + WS-REF-READ-COUNT.
009980     MOVE WS-CLASS-WRITTEN-COUNT TO AL-WRITTEN-COUNT.
009990     COMPUTE AL-EXCEPTION-COUNT = WS-NO-COST-COUNT
010000                                + WS-UNKNOWN-ITEM-COUNT.
010010     MOVE WS-HIST-SKIPPED-COUNT  TO AL-REJECT-COUNT.
010020     MOVE WS-AUDIT-DISP          TO AL-DISPOSITION.
010030     WRITE AUDIT-LOG-RECORD.
010040 8000-EXIT.
010050     EXIT.
010060
010070*-----------------------------------------------------------
010080* 8100-CONVERT-DATE-TO-DAYS - CIVIL DAY NUMBER FROM A
010090* YYYYMMDD DATE IN WS-DC-DATE
010100*-----------------------------------------------------------
010110 8100-CONVERT-DATE-TO-DAYS.
010120     MOVE WS-DC-YEAR  TO WS-DC-Y.
010130     MOVE WS-DC-MONTH TO WS-DC-M.
010140     IF WS-DC-M < 3
010150         SUBTRACT 1 FROM WS-DC-Y
010160         ADD 12 TO WS-DC-M
010170     END-IF.
010180     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010190     MOVE WS-DC-YEAR-START TO WS-DC-DAY-NUMBER.
010200     ADD 1 TO WS-DC-M.
010210     MULTIPLY WS-DC-M BY 153 GIVING WS-DC-WORK.
010220     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
010230     ADD WS-DC-WORK TO WS-DC-DAY-NUMBER.
010240     ADD WS-DC-DAY TO WS-DC-DAY-NUMBER.
010250 8100-EXIT.
010260     EXIT.
010270
010280*-----------------------------------------------------------
010290* 8200-CONVERT-DAYS-TO-DATE - THE REVERSE OF 8100. TAKES
010300* THE DAY NUMBER IN WS-DC-DAY-NUMBER AND RETURNS THE
010310* YYYYMMDD DATE IN WS-DC-DATE. YEARS RUN MARCH TO FEBRUARY
010320* AS IN 8100, SO THE LEAP DAY FALLS AT THE END OF THE YEAR.
010330*-----------------------------------------------------------
010340 8200-CONVERT-DAYS-TO-DATE.
010350     SUBTRACT 123 FROM WS-DC-DAY-NUMBER GIVING WS-DC-REMAIN.
010360     MULTIPLY WS-DC-REMAIN BY 400 GIVING WS-DC-BIG.
010370     DIVIDE WS-DC-BIG BY 146097 GIVING WS-DC-Y.
010380     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010390     PERFORM 8220-STEP-YEAR-BACK THRU 8220-EXIT
010400         UNTIL WS-DC-YEAR-START NOT > WS-DC-REMAIN.
010410     MOVE 'N' TO WS-DC-FOUND-SWITCH.
010420     PERFORM 8230-STEP-YEAR-FORWARD THRU 8230-EXIT
010430         UNTIL WS-DC-FOUND.
010440     SUBTRACT WS-DC-YEAR-START FROM WS-DC-REMAIN
010450         GIVING WS-DC-DAY-OF-YEAR.
010460     MOVE 3 TO WS-DC-M.
010470     MOVE 'N' TO WS-DC-FOUND-SWITCH.
010480     PERFORM 8240-STEP-MONTH THRU 8240-EXIT
010490         UNTIL WS-DC-FOUND.
010500     ADD 1 TO WS-DC-M GIVING WS-DC-WORK.
010510     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
010520     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
010530     SUBTRACT 122 FROM WS-DC-WORK.
010540     SUBTRACT WS-DC-WORK FROM WS-DC-DAY-OF-YEAR
010550         GIVING WS-DC-DAY.
010560     ADD 1 TO WS-DC-DAY.
010570     IF WS-DC-M > 12
010580         SUBTRACT 12 FROM WS-DC-M
010590         ADD 1 TO WS-DC-Y
010600     END-IF.
010610     MOVE WS-DC-Y TO WS-DC-YEAR.
010620     MOVE WS-DC-M TO WS-DC-MONTH.
010630 8200-EXIT.
010640     EXIT.
010650
010660*-----------------------------------------------------------
010670* 8210-YEAR-START-DAYS - DAYS BEFORE MARCH 1 OF YEAR WS-DC-Y
010680*-----------------------------------------------------------
010690 8210-YEAR-START-DAYS.
010700     MULTIPLY WS-DC-Y BY 365 GIVING WS-DC-YEAR-START.
010710     DIVIDE WS-DC-Y BY 4 GIVING WS-DC-WORK.
010720     ADD WS-DC-WORK TO WS-DC-YEAR-START.
010730     DIVIDE WS-DC-Y BY 100 GIVING WS-DC-WORK.
010740     SUBTRACT WS-DC-WORK FROM WS-DC-YEAR-START.
010750     DIVIDE WS-DC-Y BY 400 GIVING WS-DC-WORK.
010760     ADD WS-DC-WORK TO WS-DC-YEAR-START.
010770 8210-EXIT.
010780     EXIT.
010790
010800 8220-STEP-YEAR-BACK.
010810     SUBTRACT 1 FROM WS-DC-Y.
010820     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010830 8220-EXIT.
010840     EXIT.
010850
010860 8230-STEP-YEAR-FORWARD.
010870     ADD 1 TO WS-DC-Y.
010880     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010890     IF WS-DC-YEAR-START > WS-DC-REMAIN
010900         SUBTRACT 1 FROM WS-DC-Y
010910         PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT
010920         MOVE 'Y' TO WS-DC-FOUND-SWITCH
010930     END-IF.
010940 8230-EXIT.
010950     EXIT.
010960
010970 8240-STEP-MONTH.
010980     ADD 2 TO WS-DC-M GIVING WS-DC-WORK.
010990     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
011000     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
011010     SUBTRACT 122 FROM WS-DC-WORK.
011020     IF WS-DC-WORK > WS-DC-DAY-OF-YEAR
011030         MOVE 'Y' TO WS-DC-FOUND-SWITCH
011040     ELSE
011050         ADD 1 TO WS-DC-M
011060     END-IF.
011070 8240-EXIT.
011080     EXIT.
011090
011100
011110*-----------------------------------------------------------
011120* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
011130* CLEAN, 4 USED ITEMS WITHOUT A COST, ISSUES FOR ITEMS NOT
011140* ON THE EXTRACT, OR SKIPPED RECORDS), AND SIGN OFF
011150*-----------------------------------------------------------
011160 9000-TERMINATE.
011170     IF WS-NO-COST-COUNT > 0
011180       OR WS-UNKNOWN-ITEM-COUNT > 0
011190       OR WS-HIST-SKIPPED-COUNT > 0
011200         MOVE 'WARNING' TO WS-AUDIT-DISP
011210         MOVE 4 TO RETURN-CODE
011220     ELSE
011230         MOVE 'NORMAL' TO WS-AUDIT-DISP
011240         MOVE ZERO TO RETURN-CODE
011250     END-IF.
011260     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
011270     CLOSE AUDIT-LOG-FILE.
011280     CLOSE UNIT-COST-FILE.
011290     CLOSE ITEM-TABLE-IN-FILE.
011300     IF WS-HJ-OPEN
011310         CLOSE TXN-HISTORY-FILE
011320     END-IF.
011330     CLOSE ITEM-CLASS-FILE.
011340     CLOSE ABC-REPORT-FILE.
011350     DISPLAY 'ITMABCCL - USAGE WINDOW:         ' WS-WINDOW-START
011360         ' - ' WS-AS-OF-DATE.
011370     DISPLAY 'ITMABCCL - HISTORY RECORDS READ: '
011380         WS-HIST-READ-COUNT.
011390     DISPLAY 'ITMABCCL - ISSUES USED:          '
011400         WS-ISSUE-USED-COUNT.
011410     DISPLAY 'ITMABCCL - ITEMS CLASSIFIED:     '
011420         WS-CLASS-WRITTEN-COUNT.
011430     DISPLAY 'ITMABCCL - CLASS A ITEMS:        '
011440         WS-CLS-ITEMS(1).
011450     DISPLAY 'ITMABCCL - CLASS B ITEMS:        '
011460         WS-CLS-ITEMS(2).
011470     DISPLAY 'ITMABCCL - CLASS C ITEMS:        '
011480         WS-CLS-ITEMS(3).
011490     DISPLAY 'ITMABCCL - RETURN CODE SET TO ' RETURN-CODE.
011500 9000-EXIT.
011510     EXIT.
011520
011530*-----------------------------------------------------------
011540* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
011550* ERROR
011560*-----------------------------------------------------------
011570 9900-ABEND-JOB.
011580     DISPLAY 'ITMABCCL - JOB TERMINATED - SEE ERROR ABOVE'.
011590     IF WS-AL-OPEN
011600         MOVE 'ABEND' TO WS-AUDIT-DISP
011610         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
011620         CLOSE AUDIT-LOG-FILE
011630     END-IF.
011640     IF WS-PC-OPEN
011650         CLOSE PARM-CARD-FILE
011660     END-IF.
011670     IF WS-UC-OPEN
011680         CLOSE UNIT-COST-FILE
011690     END-IF.
011700     IF WS-TI-OPEN
011710         CLOSE ITEM-TABLE-IN-FILE
011720     END-IF.
011730     IF WS-HJ-OPEN
011740         CLOSE TXN-HISTORY-FILE
011750     END-IF.
011760     IF WS-IC-OPEN
011770         CLOSE ITEM-CLASS-FILE
011780     END-IF.
011790     IF WS-AR-OPEN
011800         CLOSE ABC-REPORT-FILE
011810     END-IF.
011820     MOVE 16 TO RETURN-CODE.
011830     STOP RUN.
