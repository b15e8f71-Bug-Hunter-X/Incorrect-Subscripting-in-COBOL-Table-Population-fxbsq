000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMEXPRP.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/13/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/13/2026 JH    LOT EXPIRATION REPORT. READS THE LOT
000130*                  EXTRACT (LOTTBOUT) WRITTEN BY ITMTBLLD
000140*                  AND LISTS EVERY LOT THAT HAS EXPIRED OR
000150*                  WILL EXPIRE WITHIN EXPIRY-DAYS OF THE
000160*                  AS-OF DATE (PARM CARD, DEFAULTS 30 DAYS
000170*                  AND THE RUN DATE), BY WAREHOUSE AND
000180*                  EXPIRATION DATE, WITH QUANTITY AND VALUE
000190*                  AT COSTFILE UNIT COST. WAREHOUSE AND
000200*                  GRAND TOTALS ARE SPLIT BETWEEN EXPIRED
000210*                  AND EXPIRING LOTS.
000220*-----------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PARM-CARD-FILE
000320         ASSIGN TO PARMCARD
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-PC-FILE-STATUS.
000350
000360     SELECT LOT-TABLE-IN-FILE
000370         ASSIGN TO LOTTBOUT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-LI-FILE-STATUS.
000400
000410     SELECT UNIT-COST-FILE
000420         ASSIGN TO COSTFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-UC-FILE-STATUS.
000450
000460     SELECT EXPIRY-RPT-FILE
000470         ASSIGN TO EXPRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-ER-FILE-STATUS.
000500
000510     SELECT AUDIT-LOG-FILE
000520         ASSIGN TO AUDITLOG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AL-FILE-STATUS.
000550
000560     SELECT EXPIRY-SORT-FILE
000570         ASSIGN TO SORTWORK.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PARM-CARD-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  PARM-CARD-RECORD.
000650     05  PC-COMMENT-FLAG          PIC X(01).
000660     05  FILLER                   PIC X(79).
000670
000680*-----------------------------------------------------------
000690* LOT EXTRACT - ONE RECORD PER LOT, ASCENDING BY ITEM,
000700* WAREHOUSE, EXPIRATION DATE, AND LOT NUMBER
000710*-----------------------------------------------------------
000720 FD  LOT-TABLE-IN-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  LOT-TABLE-IN-RECORD.
000760     05  LI-KEY.
000770         10  LI-ITEM              PIC X(20).
000780         10  LI-WHSE              PIC X(03).
000790         10  LI-EXP-DATE          PIC X(08).
000800         10  LI-LOT-NO            PIC X(10).
000810     05  LI-RECD-DATE             PIC X(08).
000820     05  LI-LOT-QTY               PIC X(05).
000830     05  LI-LOT-QTY-9 REDEFINES LI-LOT-QTY
000840                                  PIC 9(05).
000850     05  FILLER                   PIC X(26).
000860
000870 FD  UNIT-COST-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  UNIT-COST-RECORD.
000910     05  UC-ITEM-CODE             PIC X(20).
000920     05  UC-UNIT-COST             PIC 9(05)V99.
000930     05  FILLER                   PIC X(53).
000940
000950 FD  EXPIRY-RPT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 132 CHARACTERS.
000980 01  EXPIRY-RPT-RECORD            PIC X(132).
000990
001000 FD  AUDIT-LOG-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  AUDIT-LOG-RECORD.
001040     COPY ITMAUDIT.
001050
001060 SD  EXPIRY-SORT-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  EXPIRY-SORT-RECORD.
001090     05  SR-WHSE                  PIC X(03).
001100     05  SR-EXP-DATE              PIC 9(08).
001110     05  SR-ITEM-CODE             PIC X(20).
001120     05  SR-LOT-NO                PIC X(10).
001130     05  SR-RECD-DATE             PIC X(08).
001140     05  SR-LOT-QTY               PIC 9(05).
001150     05  SR-DAYS-LEFT             PIC 9(05).
001160     05  SR-EXPIRED-SWITCH        PIC X(01).
001170         88  SR-EXPIRED                 VALUE 'Y'.
001180     05  SR-UNIT-COST             PIC 9(05)V99.
001190     05  SR-COST-SWITCH           PIC X(01).
001200         88  SR-HAS-COST                VALUE 'Y'.
001210     05  FILLER                   PIC X(12).
001220
001230 WORKING-STORAGE SECTION.
001240 77  WS-COST-MAX                  PIC 9(05) VALUE 05000.
001250 77  WS-COST-COUNT                PIC 9(05) VALUE ZERO.
001260 77  WS-LAST-COST-ITEM            PIC X(20) VALUE LOW-VALUES.
001270 77  WS-LOT-READ-COUNT            PIC 9(07) VALUE ZERO.
001280 77  WS-LOT-SELECTED-COUNT        PIC 9(07) VALUE ZERO.
001290 77  WS-LOT-SKIPPED-COUNT         PIC 9(07) VALUE ZERO.
001300 77  WS-NO-COST-COUNT             PIC 9(07) VALUE ZERO.
001310 77  WS-REF-READ-COUNT            PIC 9(07) VALUE ZERO.
001320 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
001330 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
001340 77  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
001350 77  WS-AS-OF-DAYS                PIC 9(07) VALUE ZERO.
001360 77  WS-EXPIRY-DAYS               PIC 9(03) VALUE 030.
001370 77  WS-CUTOFF-DATE               PIC 9(08) VALUE ZERO.
001380 77  WS-LOT-VALUE                 PIC 9(11)V99 VALUE ZERO.
001390 77  WS-TOT-SUB                   PIC 9(01) COMP VALUE ZERO.
001400 77  WS-CURR-WHSE                 PIC X(03) VALUE SPACES.
001410 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001420 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001430 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001440
001450 01  WS-SWITCHES.
001460     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001470         88  WS-EOF-YES                 VALUE 'Y'.
001480         88  WS-EOF-NO                  VALUE 'N'.
001490     05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001500         88  WS-SORT-EOF                VALUE 'Y'.
001510     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001520         88  WS-PC-OPEN                 VALUE 'Y'.
001530     05  WS-LI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001540         88  WS-LI-OPEN                 VALUE 'Y'.
001550     05  WS-UC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001560         88  WS-UC-OPEN                 VALUE 'Y'.
001570     05  WS-ER-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001580         88  WS-ER-OPEN                 VALUE 'Y'.
001590     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001600         88  WS-AL-OPEN                 VALUE 'Y'.
001610     05  WS-SEARCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001620         88  WS-SEARCH-FOUND            VALUE 'Y'.
001630     05  WS-FIRST-WHSE-SWITCH     PIC X(01) VALUE 'Y'.
001640         88  WS-FIRST-WHSE              VALUE 'Y'.
001650
001660 01  WS-FILE-STATUSES.
001670     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001680     05  WS-LI-FILE-STATUS        PIC X(02) VALUE SPACES.
001690     05  WS-UC-FILE-STATUS        PIC X(02) VALUE SPACES.
001700     05  WS-ER-FILE-STATUS        PIC X(02) VALUE SPACES.
001710     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
001720
001730 01  WS-PARM-AREA.
001740     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
001750     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
001760     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
001770     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
001780     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
001790     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
001800     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
001810                                  PIC 9(01).
001820     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
001830         88  WS-PARM-NUM-OK             VALUE 'Y'.
001840     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
001850         88  WS-PARM-VAL-END            VALUE 'Y'.
001860
001870 01  WS-SEARCH-AREA.
001880     05  WS-SEARCH-ITEM-CODE      PIC X(20) VALUE SPACES.
001890     05  WS-FOUND-UNIT-COST       PIC 9(05)V99 VALUE ZERO.
001900
001910 01  WS-LOT-DATE-AREA.
001920     05  WS-LOT-EXP-DATE          PIC X(08) VALUE SPACES.
001930     05  WS-LOT-EXP-DATE-9 REDEFINES WS-LOT-EXP-DATE
001940                                  PIC 9(08).
001950     05  WS-LOT-EXP-DATE-R REDEFINES WS-LOT-EXP-DATE.
001960         10  WS-LOT-EXP-YEAR      PIC 9(04).
001970         10  WS-LOT-EXP-MONTH     PIC 9(02).
001980         10  WS-LOT-EXP-DAY       PIC 9(02).
001990
002000*-----------------------------------------------------------
002010* DATE ARITHMETIC - CIVIL DAY NUMBER AND BACK AGAIN, USED
002020* FOR THE EXPIRY CUTOFF AND EACH LOT'S DAYS TO EXPIRY
002030*-----------------------------------------------------------
002040 01  WS-DATE-CONV-AREA.
002050     05  WS-DC-DATE               PIC 9(08).
002060     05  WS-DC-DATE-R REDEFINES WS-DC-DATE.
002070         10  WS-DC-YEAR           PIC 9(04).
002080         10  WS-DC-MONTH          PIC 9(02).
002090         10  WS-DC-DAY            PIC 9(02).
002100     05  WS-DC-Y                  PIC 9(05) VALUE ZERO.
002110     05  WS-DC-M                  PIC 9(02) VALUE ZERO.
002120     05  WS-DC-WORK               PIC 9(07) VALUE ZERO.
002130     05  WS-DC-DAY-NUMBER         PIC 9(07) VALUE ZERO.
002140     05  WS-DC-REMAIN             PIC 9(07) VALUE ZERO.
002150     05  WS-DC-BIG                PIC 9(10) VALUE ZERO.
002160     05  WS-DC-YEAR-START         PIC 9(07) VALUE ZERO.
002170     05  WS-DC-DAY-OF-YEAR        PIC 9(03) VALUE ZERO.
002180     05  WS-DC-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002190         88  WS-DC-FOUND                VALUE 'Y'.
002200
002210*-----------------------------------------------------------
002220* EXPIRY TOTALS - 1 = EXPIRED, 2 = EXPIRING. THE WAREHOUSE
002230* TOTALS ARE ROLLED INTO THE GRAND TOTALS AT EACH BREAK.
002240*-----------------------------------------------------------
002250 01  WS-WHSE-TOTALS.
002260     05  WS-WHT-ENTRY OCCURS 2 TIMES.
002270         10  WS-WHT-LOTS          PIC 9(05).
002280         10  WS-WHT-QTY           PIC 9(09).
002290         10  WS-WHT-VALUE         PIC 9(13)V99.
002300 01  WS-GRAND-TOTALS.
002310     05  WS-GRT-ENTRY OCCURS 2 TIMES.
002320         10  WS-GRT-LOTS          PIC 9(05).
002330         10  WS-GRT-QTY           PIC 9(09).
002340         10  WS-GRT-VALUE         PIC 9(13)V99.
002350 01  WS-TOTAL-LABELS.
002360     05  FILLER                   PIC X(08) VALUE 'EXPIRED'.
002370     05  FILLER                   PIC X(08) VALUE 'EXPIRING'.
002380 01  WS-TOTAL-LABEL-TABLE REDEFINES WS-TOTAL-LABELS.
002390     05  WS-TOTAL-LABEL           PIC X(08) OCCURS 2 TIMES.
002400
002410 01  WS-COST-DATA-AREA.
002420     05  WS-COST-TABLE OCCURS 0 TO 5000 TIMES
002430                   DEPENDING ON WS-COST-COUNT
002440                   ASCENDING KEY IS WS-COST-ITEM
002450                   INDEXED BY WS-COST-IDX.
002460         10  WS-COST-ITEM         PIC X(20).
002470         10  WS-UNIT-COST         PIC 9(05)V99.
002480
002490 01  WS-RPT-HEADING-1.
002500     05  FILLER                   PIC X(40) VALUE
002510             'LOT EXPIRATION REPORT'.
002520     05  FILLER                   PIC X(08) VALUE SPACES.
002530     05  FILLER                   PIC X(08) VALUE 'AS OF:'.
002540     05  RPT-H-AS-OF-DATE         PIC 9(08).
002550     05  FILLER                   PIC X(04) VALUE SPACES.
002560     05  FILLER                   PIC X(06) VALUE 'PAGE'.
002570     05  RPT-H-PAGE               PIC ZZ9.
002580     05  FILLER                   PIC X(55) VALUE SPACES.
002590 01  WS-RPT-PARM-LINE.
002600     05  FILLER                   PIC X(30) VALUE
002610             'LOTS EXPIRING ON OR BEFORE'.
002620     05  RPT-P-CUTOFF-DATE        PIC 9(08).
002630     05  FILLER                   PIC X(04) VALUE SPACES.
002640     05  FILLER                   PIC X(13) VALUE
002650             'EXPIRY-DAYS:'.
002660     05  RPT-P-EXPIRY-DAYS        PIC ZZ9.
002670     05  FILLER                   PIC X(74) VALUE SPACES.
002680 01  WS-RPT-HEADING-2.
002690     05  FILLER                   PIC X(06) VALUE 'WHSE'.
002700     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
002710     05  FILLER                   PIC X(12) VALUE 'LOT NUMBER'.
002720     05  FILLER                   PIC X(10) VALUE 'RECEIVED'.
002730     05  FILLER                   PIC X(10) VALUE 'EXPIRES'.
002740     05  FILLER                   PIC X(08) VALUE '   QTY'.
002750     05  FILLER                   PIC X(11) VALUE
002760             ' UNIT COST'.
002770     05  FILLER                   PIC X(16) VALUE
002780             '          VALUE'.
002790     05  FILLER                   PIC X(37) VALUE 'STATUS'.
002800 01  WS-RPT-DETAIL-LINE.
002810     05  RPT-D-WHSE               PIC X(03).
002820     05  FILLER                   PIC X(03) VALUE SPACES.
002830     05  RPT-D-ITEM               PIC X(20).
002840     05  FILLER                   PIC X(02) VALUE SPACES.
002850     05  RPT-D-LOT-NO             PIC X(10).
002860     05  FILLER                   PIC X(02) VALUE SPACES.
002870     05  RPT-D-RECD-DATE          PIC X(08).
002880     05  FILLER                   PIC X(02) VALUE SPACES.
002890     05  RPT-D-EXP-DATE           PIC 9(08).
002900     05  FILLER                   PIC X(02) VALUE SPACES.
002910     05  RPT-D-QTY                PIC ZZ,ZZ9.
002920     05  FILLER                   PIC X(02) VALUE SPACES.
002930     05  RPT-D-UNIT-COST          PIC ZZ,ZZ9.99.
002940     05  FILLER                   PIC X(02) VALUE SPACES.
002950     05  RPT-D-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  RPT-D-STATUS             PIC X(08).
002980     05  RPT-D-DAYS-LEFT          PIC ZZ,ZZ9.
002990     05  RPT-D-DAYS-LABEL         PIC X(05).
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  RPT-D-NOTE               PIC X(12).
003020     05  FILLER                   PIC X(04) VALUE SPACES.
003030 01  WS-RPT-TOTAL-LINE.
003040     05  RPT-W-LABEL              PIC X(20).
003050     05  RPT-W-STATUS             PIC X(08).
003060     05  FILLER                   PIC X(02) VALUE SPACES.
003070     05  FILLER                   PIC X(06) VALUE 'LOTS'.
003080     05  RPT-W-LOTS               PIC ZZ,ZZ9.
003090     05  FILLER                   PIC X(04) VALUE SPACES.
003100     05  FILLER                   PIC X(05) VALUE 'QTY'.
003110     05  RPT-W-QTY                PIC ZZZ,ZZZ,ZZ9.
003120     05  FILLER                   PIC X(04) VALUE SPACES.
003130     05  FILLER                   PIC X(07) VALUE 'VALUE'.
003140     05  RPT-W-VALUE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003150     05  FILLER                   PIC X(41) VALUE SPACES.
003160 01  WS-RPT-CONTROL-LINE-1.
003170     05  FILLER                   PIC X(28) VALUE
003180             'LOT RECORDS READ:'.
003190     05  RPT-C-READ               PIC Z,ZZZ,ZZ9.
003200     05  FILLER                   PIC X(04) VALUE SPACES.
003210     05  FILLER                   PIC X(28) VALUE
003220             'LOTS LISTED:'.
003230     05  RPT-C-SELECTED           PIC Z,ZZZ,ZZ9.
003240     05  FILLER                   PIC X(54) VALUE SPACES.
003250 01  WS-RPT-CONTROL-LINE-2.
003260     05  FILLER                   PIC X(28) VALUE
003270             'RECORDS SKIPPED:'.
003280     05  RPT-C-SKIPPED            PIC Z,ZZZ,ZZ9.
003290     05  FILLER                   PIC X(04) VALUE SPACES.
003300     05  FILLER                   PIC X(28) VALUE
003310             'LISTED LOTS WITH NO COST:'.
003320     05  RPT-C-NO-COST            PIC Z,ZZZ,ZZ9.
003330     05  FILLER                   PIC X(54) VALUE SPACES.
003340 01  WS-RPT-NONE-LINE.
003350     05  FILLER                   PIC X(40) VALUE
003360             'NO LOTS EXPIRED OR EXPIRING IN WINDOW'.
003370     05  FILLER                   PIC X(92) VALUE SPACES.
003380
003390 PROCEDURE DIVISION.
003400
003410*-----------------------------------------------------------
003420* 0000-MAINLINE - LOAD COSTS, SELECT THE EXPIRED AND
003430* EXPIRING LOTS, SORT BY WAREHOUSE AND EXPIRATION DATE,
003440* AND PRINT THEM WITH WAREHOUSE AND GRAND TOTALS
003450*-----------------------------------------------------------
003460 0000-MAINLINE.
003470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003480     PERFORM 2000-LOAD-COST-TABLE THRU 2000-EXIT
003490         UNTIL WS-EOF-YES.
003500     MOVE 'N' TO WS-EOF-SWITCH.
003510     SORT EXPIRY-SORT-FILE
003520         ASCENDING KEY SR-WHSE
003530                       SR-EXP-DATE
003540                       SR-ITEM-CODE
003550                       SR-LOT-NO
003560         INPUT PROCEDURE 3000-SELECT-LOTS
003570             THRU 3000-EXIT
003580         OUTPUT PROCEDURE 5000-PRINT-LOTS
003590             THRU 5000-EXIT.
003600     PERFORM 6500-PRINT-CONTROL-TOTALS THRU 6500-EXIT.
003610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003620     STOP RUN.
003630
003640*-----------------------------------------------------------
003650* 1000-INITIALIZE - PARM CARDS, EXPIRY CUTOFF, AND OPENS
003660*-----------------------------------------------------------
003670 1000-INITIALIZE.
003680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003690     ACCEPT WS-RUN-TIME FROM TIME.
003700     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
003710     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
003720     MOVE WS-AS-OF-DATE TO WS-DC-DATE.
003730     PERFORM 8100-CONVERT-DATE-TO-DAYS THRU 8100-EXIT.
003740     MOVE WS-DC-DAY-NUMBER TO WS-AS-OF-DAYS.
003750     ADD WS-EXPIRY-DAYS TO WS-DC-DAY-NUMBER.
003760     PERFORM 8200-CONVERT-DAYS-TO-DATE THRU 8200-EXIT.
003770     MOVE WS-DC-DATE TO WS-CUTOFF-DATE.
003780     OPEN INPUT UNIT-COST-FILE.
003790     IF WS-UC-FILE-STATUS NOT = '00'
003800         DISPLAY 'ITMEXPRP - UNABLE TO OPEN UNIT-COST-FILE - '
003810             'STATUS ' WS-UC-FILE-STATUS
003820         PERFORM 9900-ABEND-JOB
003830     END-IF.
003840     MOVE 'Y' TO WS-UC-OPEN-SWITCH.
003850     OPEN INPUT LOT-TABLE-IN-FILE.
003860     IF WS-LI-FILE-STATUS = '35'
003870         DISPLAY 'ITMEXPRP - NO LOT-TABLE-IN-FILE - NO LOTS '
003880             'TO REPORT'
003890     ELSE
003900         IF WS-LI-FILE-STATUS NOT = '00'
003910             DISPLAY 'ITMEXPRP - UNABLE TO OPEN LOT-TABLE-IN-'
003920                 'FILE - STATUS ' WS-LI-FILE-STATUS
003930             PERFORM 9900-ABEND-JOB
003940         END-IF
003950         MOVE 'Y' TO WS-LI-OPEN-SWITCH
003960     END-IF.
003970     OPEN OUTPUT EXPIRY-RPT-FILE.
003980     IF WS-ER-FILE-STATUS NOT = '00'
003990         DISPLAY 'ITMEXPRP - UNABLE TO OPEN EXPIRY-RPT-FILE - '
004000             'STATUS ' WS-ER-FILE-STATUS
004010         PERFORM 9900-ABEND-JOB
004020     END-IF.
004030     MOVE 'Y' TO WS-ER-OPEN-SWITCH.
004040     OPEN EXTEND AUDIT-LOG-FILE.
004050     IF WS-AL-FILE-STATUS = '35'
004060         OPEN OUTPUT AUDIT-LOG-FILE
004070     END-IF.
004080     IF WS-AL-FILE-STATUS NOT = '00'
004090         DISPLAY 'ITMEXPRP - UNABLE TO OPEN AUDIT-LOG-FILE '
004100             '- STATUS ' WS-AL-FILE-STATUS
004110         PERFORM 9900-ABEND-JOB
004120     END-IF.
004130     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
004140     INITIALIZE WS-WHSE-TOTALS.
004150     INITIALIZE WS-GRAND-TOTALS.
004160 1000-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------------
004200* 1400-PROCESS-PARM-CARDS - AS-OF-DATE IS THE DATE LOTS ARE
004210* AGED FROM (DEFAULT RUN DATE). EXPIRY-DAYS IS HOW FAR
004220* AHEAD OF IT TO LOOK FOR EXPIRING LOTS (DEFAULT 30).
004230*-----------------------------------------------------------
004240 1400-PROCESS-PARM-CARDS.
004250     OPEN INPUT PARM-CARD-FILE.
004260     IF WS-PC-FILE-STATUS = '35'
004270         DISPLAY 'ITMEXPRP - NO PARM CARD FILE - DEFAULTS '
004280             'IN EFFECT'
004290         GO TO 1400-EXIT
004300     END-IF.
004310     IF WS-PC-FILE-STATUS NOT = '00'
004320         DISPLAY 'ITMEXPRP - UNABLE TO OPEN PARM-CARD-FILE '
004330             '- STATUS ' WS-PC-FILE-STATUS
004340         PERFORM 9900-ABEND-JOB
004350     END-IF.
004360     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
004370     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
004380         UNTIL WS-EOF-YES.
004390     CLOSE PARM-CARD-FILE.
004400     MOVE 'N' TO WS-PC-OPEN-SWITCH.
004410     MOVE 'N' TO WS-EOF-SWITCH.
004420 1400-EXIT.
004430     EXIT.
004440
004450 1410-READ-PARM-CARD.
004460     READ PARM-CARD-FILE
004470         AT END
004480             MOVE 'Y' TO WS-EOF-SWITCH
004490         NOT AT END
004500             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
004510     END-READ.
004520 1410-EXIT.
004530     EXIT.
004540
004550 1420-APPLY-PARM.
004560     IF PARM-CARD-RECORD = SPACES
004570       OR PC-COMMENT-FLAG = '*'
004580         GO TO 1420-EXIT
004590     END-IF.
004600     MOVE SPACES TO WS-PARM-KEYWORD.
004610     MOVE SPACES TO WS-PARM-VALUE.
004620     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
004630         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
004640     IF WS-PARM-KEYWORD = 'AS-OF-DATE'
004650         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
004660         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
004670             MOVE WS-PARM-NUMERIC TO WS-AS-OF-DATE
004680             DISPLAY 'ITMEXPRP - PARM AS-OF-DATE='
004690                 WS-AS-OF-DATE
004700             GO TO 1420-EXIT
004710         ELSE
004720             DISPLAY 'ITMEXPRP - INVALID AS-OF-DATE VALUE - '
004730                 WS-PARM-VALUE
004740             DISPLAY 'ITMEXPRP - MUST BE YYYYMMDD'
004750             PERFORM 9900-ABEND-JOB
004760         END-IF
004770     END-IF.
004780     IF WS-PARM-KEYWORD = 'EXPIRY-DAYS'
004790         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
004800         IF WS-PARM-NUM-OK
004810           AND WS-PARM-NUMERIC NOT > 999
004820             MOVE WS-PARM-NUMERIC TO WS-EXPIRY-DAYS
004830             DISPLAY 'ITMEXPRP - PARM EXPIRY-DAYS='
004840                 WS-EXPIRY-DAYS
004850             GO TO 1420-EXIT
004860         ELSE
004870             DISPLAY 'ITMEXPRP - INVALID EXPIRY-DAYS VALUE - '
004880                 WS-PARM-VALUE
004890             DISPLAY 'ITMEXPRP - MUST BE NUMERIC 0-999'
004900             PERFORM 9900-ABEND-JOB
004910         END-IF
004920     END-IF.
004930     DISPLAY 'ITMEXPRP - UNRECOGNIZED PARAMETER - '
004940         WS-PARM-KEYWORD.
004950     PERFORM 9900-ABEND-JOB.
004960 1420-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------
005000* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
005010* DIGITS INTO WS-PARM-NUMERIC
005020*-----------------------------------------------------------
005030 1430-CONVERT-PARM-VALUE.
005040     MOVE ZERO TO WS-PARM-NUMERIC.
005050     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
005060     MOVE 1    TO WS-PARM-DIGIT-SUB.
005070     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
005080     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
005090     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
005100         UNTIL WS-PARM-VAL-END
005110            OR NOT WS-PARM-NUM-OK
005120            OR WS-PARM-DIGIT-SUB > 20.
005130     IF WS-PARM-DIGIT-COUNT = 0
005140         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005150     END-IF.
005160 1430-EXIT.
005170     EXIT.
005180
005190 1431-CONVERT-ONE-DIGIT.
005200     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
005210         TO WS-PARM-DIGIT-X.
005220     IF WS-PARM-DIGIT-X = SPACE
005230         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
005240         GO TO 1431-EXIT
005250     END-IF.
005260     IF WS-PARM-DIGIT-X NOT NUMERIC
005270         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005280         GO TO 1431-EXIT
005290     END-IF.
005300     IF WS-PARM-DIGIT-COUNT = 8
005310         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005320         GO TO 1431-EXIT
005330     END-IF.
005340     MULTIPLY WS-PARM-NUMERIC BY 10
005350         GIVING WS-PARM-NUMERIC.
005360     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
005370     ADD 1 TO WS-PARM-DIGIT-COUNT.
005380     ADD 1 TO WS-PARM-DIGIT-SUB.
005390 1431-EXIT.
005400     EXIT.
005410
005420*-----------------------------------------------------------
005430* 2000-LOAD-COST-TABLE - READ ONE UNIT COST RECORD
005440*-----------------------------------------------------------
005450 2000-LOAD-COST-TABLE.
005460     READ UNIT-COST-FILE
005470         AT END
005480             MOVE 'Y' TO WS-EOF-SWITCH
005490         NOT AT END
005500             ADD 1 TO WS-REF-READ-COUNT
005510             PERFORM 2100-LOAD-COST-ENTRY THRU 2100-EXIT
005520     END-READ.
005530 2000-EXIT.
005540     EXIT.
005550
005560 2100-LOAD-COST-ENTRY.
005570     IF UC-ITEM-CODE < WS-LAST-COST-ITEM
005580         DISPLAY 'ITMEXPRP - UNIT-COST-FILE OUT OF ASCENDING '
005590             'SEQUENCE AT ITEM ' UC-ITEM-CODE
005600         PERFORM 9900-ABEND-JOB
005610     END-IF.
005620     IF WS-COST-COUNT >= WS-COST-MAX
005630         DISPLAY 'ITMEXPRP - COST VOLUME EXCEEDS TABLE '
005640             'MAXIMUM OF ' WS-COST-MAX ' - JOB ABENDING'
005650         PERFORM 9900-ABEND-JOB
005660     END-IF.
005670     IF UC-UNIT-COST NOT NUMERIC
005680         DISPLAY 'ITMEXPRP - NON-NUMERIC UNIT COST FOR ITEM '
005690             UC-ITEM-CODE ' - JOB ABENDING'
005700         PERFORM 9900-ABEND-JOB
005710     END-IF.
005720     MOVE UC-ITEM-CODE TO WS-LAST-COST-ITEM.
005730     ADD 1 TO WS-COST-COUNT.
005740     MOVE UC-ITEM-CODE TO WS-COST-ITEM(WS-COST-COUNT).
005750     MOVE UC-UNIT-COST TO WS-UNIT-COST(WS-COST-COUNT).
005760 2100-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------
005800* 3000-SELECT-LOTS - SORT INPUT PROCEDURE. RELEASES EVERY
005810* LOT THAT EXPIRES ON OR BEFORE THE CUTOFF DATE, COSTED
005820* FROM THE COST TABLE
005830*-----------------------------------------------------------
005840 3000-SELECT-LOTS.
005850     IF NOT WS-LI-OPEN
005860         GO TO 3000-EXIT
005870     END-IF.
005880     PERFORM 3100-READ-LOT THRU 3100-EXIT
005890         UNTIL WS-EOF-YES.
005900     MOVE 'N' TO WS-EOF-SWITCH.
005910 3000-EXIT.
005920     EXIT.
005930
005940 3100-READ-LOT.
005950     READ LOT-TABLE-IN-FILE
005960         AT END
005970             MOVE 'Y' TO WS-EOF-SWITCH
005980         NOT AT END
005990             ADD 1 TO WS-LOT-READ-COUNT
006000             PERFORM 3200-RELEASE-LOT THRU 3200-EXIT
006010     END-READ.
006020 3100-EXIT.
006030     EXIT.
006040
006050*-----------------------------------------------------------
006060* 3200-RELEASE-LOT - A LOT WITH A BAD QUANTITY OR
006070* EXPIRATION DATE IS COUNTED AND SKIPPED. A LOT IS EXPIRED
006080* WHEN ITS EXPIRATION DATE IS BEFORE THE AS-OF DATE.
006090*-----------------------------------------------------------
006100 3200-RELEASE-LOT.
006110     MOVE LI-EXP-DATE TO WS-LOT-EXP-DATE.
006120     IF LI-LOT-QTY NOT NUMERIC
006130       OR WS-LOT-EXP-DATE NOT NUMERIC
006140         DISPLAY 'ITMEXPRP - INVALID LOT RECORD SKIPPED - '
006150             LI-KEY
006160         ADD 1 TO WS-LOT-SKIPPED-COUNT
006170         GO TO 3200-EXIT
006180     END-IF.
006190     IF WS-LOT-EXP-MONTH < 1 OR WS-LOT-EXP-MONTH > 12
006200       OR WS-LOT-EXP-DAY < 1 OR WS-LOT-EXP-DAY > 31
006210         DISPLAY 'ITMEXPRP - INVALID LOT RECORD SKIPPED - '
006220             LI-KEY
006230         ADD 1 TO WS-LOT-SKIPPED-COUNT
006240         GO TO 3200-EXIT
006250     END-IF.
006260     IF LI-LOT-QTY-9 = ZERO
006270       OR WS-LOT-EXP-DATE-9 > WS-CUTOFF-DATE
006280         GO TO 3200-EXIT
006290     END-IF.
006300     MOVE SPACES            TO EXPIRY-SORT-RECORD.
006310     MOVE LI-WHSE           TO SR-WHSE.
006320     MOVE WS-LOT-EXP-DATE-9 TO SR-EXP-DATE.
006330     MOVE LI-ITEM           TO SR-ITEM-CODE.
006340     MOVE LI-LOT-NO         TO SR-LOT-NO.
006350     MOVE LI-RECD-DATE      TO SR-RECD-DATE.
006360     MOVE LI-LOT-QTY-9      TO SR-LOT-QTY.
006370     IF WS-LOT-EXP-DATE-9 < WS-AS-OF-DATE
006380         MOVE 'Y'  TO SR-EXPIRED-SWITCH
006390         MOVE ZERO TO SR-DAYS-LEFT
006400     ELSE
006410         MOVE 'N'  TO SR-EXPIRED-SWITCH
006420         MOVE WS-LOT-EXP-DATE-9 TO WS-DC-DATE
006430         PERFORM 8100-CONVERT-DATE-TO-DAYS THRU 8100-EXIT
006440         SUBTRACT WS-AS-OF-DAYS FROM WS-DC-DAY-NUMBER
006450             GIVING SR-DAYS-LEFT
006460     END-IF.
006470     MOVE LI-ITEM TO WS-SEARCH-ITEM-CODE.
006480     PERFORM 7000-FIND-UNIT-COST THRU 7000-EXIT.
006490     IF WS-SEARCH-FOUND AND WS-FOUND-UNIT-COST > ZERO
006500         MOVE WS-FOUND-UNIT-COST TO SR-UNIT-COST
006510         MOVE 'Y' TO SR-COST-SWITCH
006520     ELSE
006530         MOVE ZERO TO SR-UNIT-COST
006540         MOVE 'N'  TO SR-COST-SWITCH
006550     END-IF.
006560     ADD 1 TO WS-LOT-SELECTED-COUNT.
006570     RELEASE EXPIRY-SORT-RECORD.
006580 3200-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------
006620* 5000-PRINT-LOTS - SORT OUTPUT PROCEDURE. LOTS COME BACK
006630* BY WAREHOUSE AND EXPIRATION DATE. WAREHOUSE TOTALS PRINT
006640* ON EACH CHANGE OF WAREHOUSE AND AFTER THE LAST LOT.
006650*-----------------------------------------------------------
006660 5000-PRINT-LOTS.
006670     PERFORM 5300-WRITE-HEADINGS THRU 5300-EXIT.
006680     MOVE 'N' TO WS-SORT-EOF-SWITCH.
006690     PERFORM 5100-RETURN-LOT THRU 5100-EXIT.
006700     IF WS-SORT-EOF
006710         WRITE EXPIRY-RPT-RECORD FROM WS-RPT-NONE-LINE
006720             AFTER ADVANCING 2 LINES
006730         GO TO 5000-EXIT
006740     END-IF.
006750     PERFORM 5200-PRINT-ONE-LOT THRU 5200-EXIT
006760         UNTIL WS-SORT-EOF.
006770     PERFORM 5400-PRINT-WHSE-TOTALS THRU 5400-EXIT.
006780 5000-EXIT.
006790     EXIT.
006800
006810 5100-RETURN-LOT.
006820     RETURN EXPIRY-SORT-FILE
006830         AT END
006840             MOVE 'Y' TO WS-SORT-EOF-SWITCH
006850     END-RETURN.
006860 5100-EXIT.
006870     EXIT.
006880
006890 5200-PRINT-ONE-LOT.
006900     IF WS-FIRST-WHSE
006910         MOVE SR-WHSE TO WS-CURR-WHSE
006920         MOVE 'N' TO WS-FIRST-WHSE-SWITCH
006930     END-IF.
006940     IF SR-WHSE NOT = WS-CURR-WHSE
006950         PERFORM 5400-PRINT-WHSE-TOTALS THRU 5400-EXIT
006960         MOVE SR-WHSE TO WS-CURR-WHSE
006970     END-IF.
006980     MULTIPLY SR-LOT-QTY BY SR-UNIT-COST
006990         GIVING WS-LOT-VALUE.
007000     IF SR-EXPIRED
007010         MOVE 1 TO WS-TOT-SUB
007020     ELSE
007030         MOVE 2 TO WS-TOT-SUB
007040     END-IF.
007050     ADD 1            TO WS-WHT-LOTS(WS-TOT-SUB).
007060     ADD SR-LOT-QTY   TO WS-WHT-QTY(WS-TOT-SUB).
007070     ADD WS-LOT-VALUE TO WS-WHT-VALUE(WS-TOT-SUB).
007080     MOVE SPACES                 TO WS-RPT-DETAIL-LINE.
007090     MOVE SR-WHSE                TO RPT-D-WHSE.
007100     MOVE SR-ITEM-CODE           TO RPT-D-ITEM.
007110     MOVE SR-LOT-NO              TO RPT-D-LOT-NO.
007120     MOVE SR-RECD-DATE           TO RPT-D-RECD-DATE.
007130     MOVE SR-EXP-DATE            TO RPT-D-EXP-DATE.
007140     MOVE SR-LOT-QTY             TO RPT-D-QTY.
007150     MOVE SR-UNIT-COST           TO RPT-D-UNIT-COST.
007160     MOVE WS-LOT-VALUE           TO RPT-D-VALUE.
007170     IF SR-EXPIRED
007180         MOVE 'EXPIRED'          TO RPT-D-STATUS
007190     ELSE
007200         MOVE 'DUE IN'           TO RPT-D-STATUS
007210         MOVE SR-DAYS-LEFT       TO RPT-D-DAYS-LEFT
007220         MOVE ' DAYS'            TO RPT-D-DAYS-LABEL
007230     END-IF.
007240     IF NOT SR-HAS-COST
007250         MOVE 'NO UNIT COST'     TO RPT-D-NOTE
007260         ADD 1 TO WS-NO-COST-COUNT
007270     END-IF.
007280     IF WS-LINE-COUNT > 50
007290         PERFORM 5300-WRITE-HEADINGS THRU 5300-EXIT
007300     END-IF.
007310     WRITE EXPIRY-RPT-RECORD FROM WS-RPT-DETAIL-LINE
007320         AFTER ADVANCING 1 LINE.
007330     ADD 1 TO WS-LINE-COUNT.
007340     PERFORM 5100-RETURN-LOT THRU 5100-EXIT.
007350 5200-EXIT.
007360     EXIT.
007370
007380 5300-WRITE-HEADINGS.
007390     ADD 1 TO WS-PAGE-COUNT.
007400     MOVE WS-AS-OF-DATE   TO RPT-H-AS-OF-DATE.
007410     MOVE WS-PAGE-COUNT   TO RPT-H-PAGE.
007420     WRITE EXPIRY-RPT-RECORD FROM WS-RPT-HEADING-1
007430         AFTER ADVANCING PAGE.
007440     MOVE WS-CUTOFF-DATE  TO RPT-P-CUTOFF-DATE.
007450     MOVE WS-EXPIRY-DAYS  TO RPT-P-EXPIRY-DAYS.
007460     WRITE EXPIRY-RPT-RECORD FROM WS-RPT-PARM-LINE
007470         AFTER ADVANCING 1 LINE.
007480     WRITE EXPIRY-RPT-RECORD FROM WS-RPT-HEADING-2
007490         AFTER ADVANCING 2 LINES.
007500     MOVE 4 TO WS-LINE-COUNT.
007510 5300-EXIT.
007520     EXIT.
007530
007540*-----------------------------------------------------------
007550* 5400-PRINT-WHSE-TOTALS - EXPIRED AND EXPIRING TOTALS FOR
007560* THE WAREHOUSE JUST FINISHED, ROLLED INTO THE GRAND TOTALS
007570*-----------------------------------------------------------
007580 5400-PRINT-WHSE-TOTALS.
007590     IF WS-LINE-COUNT > 48
007600         PERFORM 5300-WRITE-HEADINGS THRU 5300-EXIT
007610     END-IF.
007620     PERFORM 5410-PRINT-WHSE-LINE THRU 5410-EXIT
007630         VARYING WS-TOT-SUB FROM 1 BY 1
007640         UNTIL WS-TOT-SUB > 2.
007650     MOVE SPACES TO EXPIRY-RPT-RECORD.
007660     WRITE EXPIRY-RPT-RECORD
007670         AFTER ADVANCING 1 LINE.
007680     ADD 4 TO WS-LINE-COUNT.
007690     INITIALIZE WS-WHSE-TOTALS.
007700 5400-EXIT.
007710     EXIT.
007720
007730 5410-PRINT-WHSE-LINE.
007740     MOVE SPACES                      TO RPT-W-LABEL.
007750     STRING 'WAREHOUSE ' WS-CURR-WHSE ' TOTAL'
007760         DELIMITED BY SIZE INTO RPT-W-LABEL.
007770     MOVE WS-TOTAL-LABEL(WS-TOT-SUB)  TO RPT-W-STATUS.
007780     MOVE WS-WHT-LOTS(WS-TOT-SUB)     TO RPT-W-LOTS.
007790     MOVE WS-WHT-QTY(WS-TOT-SUB)      TO RPT-W-QTY.
007800     MOVE WS-WHT-VALUE(WS-TOT-SUB)    TO RPT-W-VALUE.
007810     IF WS-TOT-SUB = 1
007820         WRITE EXPIRY-RPT-RECORD FROM WS-RPT-TOTAL-LINE
007830             AFTER ADVANCING 2 LINES
007840     ELSE
007850         WRITE EXPIRY-RPT-RECORD FROM WS-RPT-TOTAL-LINE
007860             AFTER ADVANCING 1 LINE
007870     END-IF.
007880     ADD WS-WHT-LOTS(WS-TOT-SUB)  TO WS-GRT-LOTS(WS-TOT-SUB).
007890     ADD WS-WHT-QTY(WS-TOT-SUB)   TO WS-GRT-QTY(WS-TOT-SUB).
007900     ADD WS-WHT-VALUE(WS-TOT-SUB) TO WS-GRT-VALUE(WS-TOT-SUB).
007910 5410-EXIT.
007920     EXIT.
007930
007940*-----------------------------------------------------------
007950* 6500-PRINT-CONTROL-TOTALS - GRAND TOTALS, THEN THE
007960* CONTROL TOTALS
007970*-----------------------------------------------------------
007980 6500-PRINT-CONTROL-TOTALS.
007990     PERFORM 6600-PRINT-GRAND-LINE THRU 6600-EXIT
008000         VARYING WS-TOT-SUB FROM 1 BY 1
008010         UNTIL WS-TOT-SUB > 2.
008020     MOVE WS-LOT-READ-COUNT      TO RPT-C-READ.
008030     MOVE WS-LOT-SELECTED-COUNT  TO RPT-C-SELECTED.
008040     WRITE EXPIRY-RPT-RECORD FROM WS-RPT-CONTROL-LINE-1
008050         AFTER ADVANCING 2 LINES.
008060     MOVE WS-LOT-SKIPPED-COUNT   TO RPT-C-SKIPPED.
008070     MOVE WS-NO-COST-COUNT       TO RPT-C-NO-COST.
008080     WRITE EXPIRY-RPT-RECORD FROM WS-RPT-CONTROL-LINE-2
008090         AFTER ADVANCING 1 LINE.
008100 6500-EXIT.
008110     EXIT.
008120
008130 6600-PRINT-GRAND-LINE.
008140     MOVE 'GRAND TOTAL'               TO RPT-W-LABEL.
008150     MOVE WS-TOTAL-LABEL(WS-TOT-SUB)  TO RPT-W-STATUS.
008160     MOVE WS-GRT-LOTS(WS-TOT-SUB)     TO RPT-W-LOTS.
008170     MOVE WS-GRT-QTY(WS-TOT-SUB)      TO RPT-W-QTY.
008180     MOVE WS-GRT-VALUE(WS-TOT-SUB)    TO RPT-W-VALUE.
008190     IF WS-TOT-SUB = 1
008200         WRITE EXPIRY-RPT-RECORD FROM WS-RPT-TOTAL-LINE
008210             AFTER ADVANCING 2 LINES
008220     ELSE
008230         WRITE EXPIRY-RPT-RECORD FROM WS-RPT-TOTAL-LINE
008240             AFTER ADVANCING 1 LINE
008250     END-IF.
008260 6600-EXIT.
008270     EXIT.
008280
008290*-----------------------------------------------------------
008300* 7000-FIND-UNIT-COST - BINARY SEARCH OF THE COST TABLE
008310*-----------------------------------------------------------
008320 7000-FIND-UNIT-COST.
008330     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
008333     MOVE ZERO TO WS-FOUND-UNIT-COST.
008336     IF WS-COST-COUNT > 0
008340         SEARCH ALL WS-COST-TABLE
008350             AT END
008360                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
008370             WHEN WS-COST-ITEM(WS-COST-IDX) = WS-SEARCH-ITEM-CODE
008380                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
008390                 MOVE WS-UNIT-COST(WS-COST-IDX)
008400                     TO WS-FOUND-UNIT-COST
008410         END-SEARCH
008415     END-IF.
008420 7000-EXIT.
008430     EXIT.
008440
008450*-----------------------------------------------------------
008460* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
008470*-----------------------------------------------------------
008480 8000-WRITE-AUDIT-LOG.
008490     MOVE WS-RUN-DATE            TO AL-RUN-DATE.
008500     MOVE WS-RUN-TIME            TO AL-RUN-TIME.
008510     MOVE 'ITMEXPRP'             TO AL-JOB-ID.
008520     COMPUTE AL-READ-COUNT = WS-LOT-READ-COUNT
008530                           + WS-REF-READ-COUNT.
008540     MOVE WS-LOT-SELECTED-COUNT  TO AL-WRITTEN-COUNT.
008550     MOVE WS-NO-COST-COUNT       TO AL-EXCEPTION-COUNT.
008560     MOVE WS-LOT-SKIPPED-COUNT   TO AL-REJECT-COUNT.
008570     MOVE WS-AUDIT-DISP          TO AL-DISPOSITION.
008580     WRITE AUDIT-LOG-RECORD.
008590 8000-EXIT.
008600     EXIT.
008610
008620*-----------------------------------------------------------
008630* 8100-CONVERT-DATE-TO-DAYS - CIVIL DAY NUMBER FROM A
008640* YYYYMMDD DATE IN WS-DC-DATE
008650*-----------------------------------------------------------
008660 8100-CONVERT-DATE-TO-DAYS.
008670     MOVE WS-DC-YEAR  TO WS-DC-Y.
008680     MOVE WS-DC-MONTH TO WS-DC-M.
008690     IF WS-DC-M < 3
008700         SUBTRACT 1 FROM WS-DC-Y
008710         ADD 12 TO WS-DC-M
008720     END-IF.
008730     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
008740     MOVE WS-DC-YEAR-START TO WS-DC-DAY-NUMBER.
008750     ADD 1 TO WS-DC-M.
008760     MULTIPLY WS-DC-M BY 153 GIVING WS-DC-WORK.
008770     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
008780     ADD WS-DC-WORK TO WS-DC-DAY-NUMBER.
008790     ADD WS-DC-DAY TO WS-DC-DAY-NUMBER.
008800 8100-EXIT.
008810     EXIT.
008820
008830*-----------------------------------------------------------
008840* 8200-CONVERT-DAYS-TO-DATE - THE REVERSE OF 8100. TAKES
008850* THE DAY NUMBER IN WS-DC-DAY-NUMBER AND RETURNS THE
008860* YYYYMMDD DATE IN WS-DC-DATE. YEARS RUN MARCH TO FEBRUARY
008870* AS IN 8100, SO THE LEAP DAY FALLS AT THE END OF THE YEAR.
008880*-----------------------------------------------------------
008890 8200-CONVERT-DAYS-TO-DATE.
008900     SUBTRACT 123 FROM WS-DC-DAY-NUMBER GIVING WS-DC-REMAIN.
008910     MULTIPLY WS-DC-REMAIN BY 400 GIVING WS-DC-BIG.
008920     DIVIDE WS-DC-BIG BY 146097 GIVING WS-DC-Y.
008930     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
008940     PERFORM 8220-STEP-YEAR-BACK THRU 8220-EXIT
008950         UNTIL WS-DC-YEAR-START NOT > WS-DC-REMAIN.
008960     MOVE 'N' TO WS-DC-FOUND-SWITCH.
008970     PERFORM 8230-STEP-YEAR-FORWARD THRU 8230-EXIT
008980         UNTIL WS-DC-FOUND.
008990     SUBTRACT WS-DC-YEAR-START FROM WS-DC-REMAIN
009000         GIVING WS-DC-DAY-OF-YEAR.
009010     MOVE 3 TO WS-DC-M.
009020     MOVE 'N' TO WS-DC-FOUND-SWITCH.
009030     PERFORM 8240-STEP-MONTH THRU 8240-EXIT
009040         UNTIL WS-DC-FOUND.
009050     ADD 1 TO WS-DC-M GIVING WS-DC-WORK.
009060     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
009070     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
009080     SUBTRACT 122 FROM WS-DC-WORK.
009090     SUBTRACT WS-DC-WORK FROM WS-DC-DAY-OF-YEAR
009100         GIVING WS-DC-DAY.
009110     ADD 1 TO WS-DC-DAY.
009120     IF WS-DC-M > 12
009130         SUBTRACT 12 FROM WS-DC-M
009140         ADD 1 TO WS-DC-Y
009150     END-IF.
009160     MOVE WS-DC-Y TO WS-DC-YEAR.
009170     MOVE WS-DC-M TO WS-DC-MONTH.
009180 8200-EXIT.
009190     EXIT.
009200
009210*-----------------------------------------------------------
009220* 8210-YEAR-START-DAYS - DAYS BEFORE MARCH 1 OF YEAR WS-DC-Y
009230*-----------------------------------------------------------
009240 8210-YEAR-START-DAYS.
009250     MULTIPLY WS-DC-Y BY 365 GIVING WS-DC-YEAR-START.
009260     DIVIDE WS-DC-Y BY 4 GIVING WS-DC-WORK.
009270     ADD WS-DC-WORK TO WS-DC-YEAR-START.
009280     DIVIDE WS-DC-Y BY 100 GIVING WS-DC-WORK.
009290     SUBTRACT WS-DC-WORK FROM WS-DC-YEAR-START.
009300     DIVIDE WS-DC-Y BY 400 GIVING WS-DC-WORK.
009310     ADD WS-DC-WORK TO WS-DC-YEAR-START.
009320 8210-EXIT.
009330     EXIT.
009340
009350 8220-STEP-YEAR-BACK.
009360     SUBTRACT 1 FROM WS-DC-Y.
009370     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
009380 8220-EXIT.
009390     EXIT.
009400
009410 8230-STEP-YEAR-FORWARD.
009420     ADD 1 TO WS-DC-Y.
009430     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
009440     IF WS-DC-YEAR-START > WS-DC-REMAIN
009450         SUBTRACT 1 FROM WS-DC-Y
009460         PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT
009470         MOVE 'Y' TO WS-DC-FOUND-SWITCH
009480     END-IF.
009490 8230-EXIT.
009500     EXIT.
009510
009520 8240-STEP-MONTH.
009530     ADD 2 TO WS-DC-M GIVING WS-DC-WORK.
009540     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
009550     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
009560     SUBTRACT 122 FROM WS-DC-WORK.
009570     IF WS-DC-WORK > WS-DC-DAY-OF-YEAR
009580         MOVE 'Y' TO WS-DC-FOUND-SWITCH
009590     ELSE
009600         ADD 1 TO WS-DC-M
009610     END-IF.
009620 8240-EXIT.
009630     EXIT.
009640
009650*-----------------------------------------------------------
009660* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
009670* NORMAL, 4 LOT RECORDS SKIPPED OR LISTED LOTS WITH NO
009680* UNIT COST), AND SIGN OFF
009690*-----------------------------------------------------------
009700 9000-TERMINATE.
009710     IF WS-NO-COST-COUNT > 0
009720       OR WS-LOT-SKIPPED-COUNT > 0
009730         MOVE 'WARNING' TO WS-AUDIT-DISP
009740         MOVE 4 TO RETURN-CODE
009750     ELSE
009760         MOVE 'NORMAL' TO WS-AUDIT-DISP
009770         MOVE ZERO TO RETURN-CODE
009780     END-IF.
009790     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
009800     CLOSE AUDIT-LOG-FILE.
009810     CLOSE UNIT-COST-FILE.
009820     IF WS-LI-OPEN
009830         CLOSE LOT-TABLE-IN-FILE
009840     END-IF.
009850     CLOSE EXPIRY-RPT-FILE.
009860     DISPLAY 'ITMEXPRP - EXPIRY CUTOFF DATE:   ' WS-CUTOFF-DATE.
009870     DISPLAY 'ITMEXPRP - LOT RECORDS READ:     '
009880         WS-LOT-READ-COUNT.
009890     DISPLAY 'ITMEXPRP - LOTS LISTED:          '
009900         WS-LOT-SELECTED-COUNT.
009910     DISPLAY 'ITMEXPRP - LOTS EXPIRED:         '
009920         WS-GRT-LOTS(1).
009930     DISPLAY 'ITMEXPRP - LOTS EXPIRING:        '
009940         WS-GRT-LOTS(2).
009950     DISPLAY 'ITMEXPRP - RECORDS SKIPPED:      '
009960         WS-LOT-SKIPPED-COUNT.
009970     DISPLAY 'ITMEXPRP - RETURN CODE SET TO ' RETURN-CODE.
009980 9000-EXIT.
009990     EXIT.
010000
010010*-----------------------------------------------------------
010020* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
010030* ERROR
010040*-----------------------------------------------------------
010050 9900-ABEND-JOB.
010060     DISPLAY 'ITMEXPRP - JOB TERMINATED - SEE ERROR ABOVE'.
010070     IF WS-AL-OPEN
010080         MOVE 'ABEND' TO WS-AUDIT-DISP
010090         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
010100         CLOSE AUDIT-LOG-FILE
010110     END-IF.
010120     IF WS-PC-OPEN
010130         CLOSE PARM-CARD-FILE
010140     END-IF.
010150     IF WS-UC-OPEN
010160         CLOSE UNIT-COST-FILE
010170     END-IF.
010180     IF WS-LI-OPEN
010190         CLOSE LOT-TABLE-IN-FILE
010200     END-IF.
010210     IF WS-ER-OPEN
010220         CLOSE EXPIRY-RPT-FILE
010230     END-IF.
010240     MOVE 16 TO RETURN-CODE.
010250     STOP RUN.
