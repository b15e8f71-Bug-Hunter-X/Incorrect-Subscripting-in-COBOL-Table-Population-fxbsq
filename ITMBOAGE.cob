000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMBOAGE.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/07/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/07/2026 JH    BACKORDER AGING REPORT. LISTS EVERY OPEN
000130*                  BACKORDER ON THE CURRENT BACKORDER FILE
000140*                  BY ITEM AND WAREHOUSE WITH THE DATE FIRST
000150*                  BACKORDERED, DAYS OUTSTANDING, ORIGINAL
000160*                  AND OPEN QUANTITY, A TOTAL-SHORT LINE FOR
000170*                  EACH ITEM/WAREHOUSE, AND AN AGING BUCKET
000180*                  SUMMARY. AGED AS OF THE RUN DATE OR THE
000190*                  AS-OF-DATE PARM.
000200*-----------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PARM-CARD-FILE
000300         ASSIGN TO PARMCARD
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-PC-FILE-STATUS.
000330
000340     SELECT BACKORDER-FILE
000350         ASSIGN TO BACKORD
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-BO-FILE-STATUS.
000380
000390     SELECT AGING-RPT-FILE
000400         ASSIGN TO BOAGERPT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-AR-FILE-STATUS.
000430
000440     SELECT AUDIT-LOG-FILE
000450         ASSIGN TO AUDITLOG
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-AL-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PARM-CARD-FILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 80 CHARACTERS.
000540 01  PARM-CARD-RECORD.
000550     05  PC-COMMENT-FLAG          PIC X(01).
000560     05  FILLER                   PIC X(79).
000570
000580 FD  BACKORDER-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  BACKORDER-RECORD.
000620     05  BO-KEY.
000630         10  BO-ROW-KEY.
000640             15  BO-ITEM-CODE     PIC X(20).
000650             15  BO-WHSE          PIC X(03).
000660         10  BO-BACKORDER-DATE    PIC 9(08).
000670     05  BO-OPEN-QTY              PIC 9(07).
000680     05  BO-ORIGINAL-QTY          PIC 9(07).
000690     05  BO-LAST-FILL-DATE        PIC 9(08).
000700     05  FILLER                   PIC X(27).
000710
000720 FD  AGING-RPT-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 132 CHARACTERS.
000750 01  AGING-RPT-RECORD            PIC X(132).
000760
000770 FD  AUDIT-LOG-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  AUDIT-LOG-RECORD.
000810     COPY ITMAUDIT.
000820
000830 WORKING-STORAGE SECTION.
000840 77  WS-BO-READ-COUNT             PIC 9(07) VALUE ZERO.
000850 77  WS-BO-LISTED-COUNT           PIC 9(07) VALUE ZERO.
000860 77  WS-BO-SKIPPED-COUNT          PIC 9(07) VALUE ZERO.
000870 77  WS-ROW-COUNT                 PIC 9(07) VALUE ZERO.
000880 77  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
000890 77  WS-AS-OF-DAY-NUM             PIC 9(07) VALUE ZERO.
000900 77  WS-DAYS-OUT                  PIC 9(05) VALUE ZERO.
000910 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
000920 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
000930 77  WS-LAST-BO-KEY               PIC X(31) VALUE LOW-VALUES.
000940 77  WS-CURR-ROW-KEY              PIC X(23) VALUE LOW-VALUES.
000950 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000960 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000970 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
000980
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001010         88  WS-EOF-YES                 VALUE 'Y'.
001020         88  WS-EOF-NO                  VALUE 'N'.
001030     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001040         88  WS-PC-OPEN                 VALUE 'Y'.
001050     05  WS-BO-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001060         88  WS-BO-OPEN                 VALUE 'Y'.
001070     05  WS-AR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001080         88  WS-AR-OPEN                 VALUE 'Y'.
001090     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001100         88  WS-AL-OPEN                 VALUE 'Y'.
001110     05  WS-ROW-ACTIVE-SWITCH     PIC X(01) VALUE 'N'.
001120         88  WS-ROW-ACTIVE              VALUE 'Y'.
001130
001140 01  WS-FILE-STATUSES.
001150     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001160     05  WS-BO-FILE-STATUS        PIC X(02) VALUE SPACES.
001170     05  WS-AR-FILE-STATUS        PIC X(02) VALUE SPACES.
001180     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
001190
001200 01  WS-PARM-AREA.
001210     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
001220     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
001230     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
001240     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
001250     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
001260     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
001270     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
001280                                  PIC 9(01).
001290     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
001300         88  WS-PARM-NUM-OK             VALUE 'Y'.
001310     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
001320         88  WS-PARM-VAL-END            VALUE 'Y'.
001330
001340 01  WS-DATE-CONV-AREA.
001350     05  WS-DC-DATE               PIC 9(08).
001360     05  WS-DC-DATE-R REDEFINES WS-DC-DATE.
001370         10  WS-DC-YEAR           PIC 9(04).
001380         10  WS-DC-MONTH          PIC 9(02).
001390         10  WS-DC-DAY            PIC 9(02).
001400     05  WS-DC-Y                  PIC 9(05) VALUE ZERO.
001410     05  WS-DC-M                  PIC 9(02) VALUE ZERO.
001420     05  WS-DC-WORK               PIC 9(07) VALUE ZERO.
001430     05  WS-DC-DAY-NUMBER         PIC 9(07) VALUE ZERO.
001440
001450*-----------------------------------------------------------
001460* ONE ITEM/WAREHOUSE GROUP AND THE RUN TOTALS. THE AGING
001470* BUCKETS ARE 0-7, 8-30, 31-60, AND OVER 60 DAYS.
001480*-----------------------------------------------------------
001490 01  WS-ROW-TOTALS.
001500     05  WS-ROW-LINES             PIC 9(05) VALUE ZERO.
001510     05  WS-ROW-OPEN-QTY          PIC 9(09) VALUE ZERO.
001520     05  WS-ROW-OLDEST-DAYS       PIC 9(05) VALUE ZERO.
001530
001540 01  WS-RUN-TOTALS.
001550     05  WS-TOT-OPEN-QTY          PIC 9(09) VALUE ZERO.
001560     05  WS-TOT-ORIGINAL-QTY      PIC 9(09) VALUE ZERO.
001570     05  WS-BKT-QTY-1             PIC 9(09) VALUE ZERO.
001580     05  WS-BKT-QTY-2             PIC 9(09) VALUE ZERO.
001590     05  WS-BKT-QTY-3             PIC 9(09) VALUE ZERO.
001600     05  WS-BKT-QTY-4             PIC 9(09) VALUE ZERO.
001610     05  WS-BKT-CNT-1             PIC 9(07) VALUE ZERO.
001620     05  WS-BKT-CNT-2             PIC 9(07) VALUE ZERO.
001630     05  WS-BKT-CNT-3             PIC 9(07) VALUE ZERO.
001640     05  WS-BKT-CNT-4             PIC 9(07) VALUE ZERO.
001650
001660 01  WS-RPT-HEADING-1.
001670     05  FILLER                   PIC X(40) VALUE
001680             'OPEN BACKORDER AGING'.
001690     05  FILLER                   PIC X(07) VALUE 'AS OF:'.
001700     05  RPT-H-AS-OF-DATE         PIC 9(08).
001710     05  FILLER                   PIC X(10) VALUE SPACES.
001720     05  FILLER                   PIC X(06) VALUE 'PAGE:'.
001730     05  RPT-H-PAGE               PIC ZZ9.
001740     05  FILLER                   PIC X(58) VALUE SPACES.
001750 01  WS-RPT-HEADING-2.
001760     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
001770     05  FILLER                   PIC X(05) VALUE 'WH'.
001780     05  FILLER                   PIC X(12) VALUE 'BACKORDERED'.
001790     05  FILLER                   PIC X(10) VALUE '  DAYS OUT'.
001800     05  FILLER                   PIC X(12) VALUE '    ORIGINAL'.
001810     05  FILLER                   PIC X(12) VALUE '  OPEN SHORT'.
001820     05  FILLER                   PIC X(12) VALUE '   LAST FILL'.
001830     05  FILLER                   PIC X(47) VALUE SPACES.
001840 01  WS-RPT-DETAIL-LINE.
001850     05  RPT-D-ITEM               PIC X(20).
001860     05  FILLER                   PIC X(02) VALUE SPACES.
001870     05  RPT-D-WHSE               PIC X(03).
001880     05  FILLER                   PIC X(02) VALUE SPACES.
001890     05  RPT-D-BACKORDER-DATE     PIC 9(08).
001900     05  FILLER                   PIC X(04) VALUE SPACES.
001910     05  RPT-D-DAYS-OUT           PIC ZZZZZ9.
001920     05  FILLER                   PIC X(04) VALUE SPACES.
001930     05  RPT-D-ORIGINAL           PIC ZZ,ZZZ,ZZ9.
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  RPT-D-OPEN               PIC ZZ,ZZZ,ZZ9.
001960     05  FILLER                   PIC X(04) VALUE SPACES.
001970     05  RPT-D-LAST-FILL          PIC X(08).
001980     05  FILLER                   PIC X(49) VALUE SPACES.
001990 01  WS-RPT-ROW-TOTAL-LINE.
002000     05  FILLER                   PIC X(27) VALUE SPACES.
002010     05  FILLER                   PIC X(16) VALUE
002020             'TOTAL SHORT -'.
002030     05  FILLER                   PIC X(08) VALUE 'OLDEST'.
002040     05  RPT-R-OLDEST-DAYS        PIC ZZZZZ9.
002050     05  FILLER                   PIC X(08) VALUE ' DAYS'.
002060     05  RPT-R-OPEN               PIC ZZZ,ZZZ,ZZ9.
002070     05  FILLER                   PIC X(56) VALUE SPACES.
002080 01  WS-RPT-TOTAL-LINE-1.
002090     05  FILLER                   PIC X(24) VALUE
002100             'ITEM/WAREHOUSE ROWS:'.
002110     05  RPT-T-ROWS               PIC Z,ZZZ,ZZ9.
002120     05  FILLER                   PIC X(05) VALUE SPACES.
002130     05  FILLER                   PIC X(20) VALUE
002140             'OPEN BACKORDERS:'.
002150     05  RPT-T-LISTED             PIC Z,ZZZ,ZZ9.
002160     05  FILLER                   PIC X(05) VALUE SPACES.
002170     05  FILLER                   PIC X(20) VALUE
002180             'TOTAL QTY SHORT:'.
002190     05  RPT-T-OPEN               PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER                   PIC X(29) VALUE SPACES.
002210 01  WS-RPT-BUCKET-LINE.
002220     05  FILLER                   PIC X(04) VALUE SPACES.
002230     05  RPT-B-LABEL              PIC X(20).
002240     05  RPT-B-COUNT              PIC Z,ZZZ,ZZ9.
002250     05  FILLER                   PIC X(05) VALUE SPACES.
002260     05  FILLER                   PIC X(20) VALUE
002270             'QTY SHORT:'.
002280     05  RPT-B-QTY                PIC ZZZ,ZZZ,ZZ9.
002290     05  FILLER                   PIC X(63) VALUE SPACES.
002300 01  WS-RPT-NONE-LINE             PIC X(132) VALUE
002310         'NO OPEN BACKORDERS'.
002320
002330 PROCEDURE DIVISION.
002340
002350*-----------------------------------------------------------
002360* 0000-MAINLINE
002370*-----------------------------------------------------------
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     IF WS-BO-OPEN
002410         PERFORM 2000-READ-BACKORDER THRU 2000-EXIT
002420             UNTIL WS-EOF-YES
002430     END-IF.
002440     IF WS-ROW-ACTIVE
002450         PERFORM 3200-PRINT-ROW-TOTAL THRU 3200-EXIT
002460     END-IF.
002470     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002490     STOP RUN.
002500
002510*-----------------------------------------------------------
002520* 1000-INITIALIZE - PARM CARDS AND OPEN FILES
002530*-----------------------------------------------------------
002540 1000-INITIALIZE.
002550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002560     ACCEPT WS-RUN-TIME FROM TIME.
002570     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
002580     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
002590     MOVE WS-AS-OF-DATE TO WS-DC-DATE.
002600     PERFORM 8100-CONVERT-DATE-TO-DAYS THRU 8100-EXIT.
002610     MOVE WS-DC-DAY-NUMBER TO WS-AS-OF-DAY-NUM.
002620     OPEN INPUT BACKORDER-FILE.
002630     IF WS-BO-FILE-STATUS = '35'
002640         DISPLAY 'ITMBOAGE - NO BACKORDER FILE - NOTHING '
002650             'OUTSTANDING'
002660     ELSE
002670         IF WS-BO-FILE-STATUS NOT = '00'
002680             DISPLAY 'ITMBOAGE - UNABLE TO OPEN BACKORDER-FILE '
002690                 '- STATUS ' WS-BO-FILE-STATUS
002700             PERFORM 9900-ABEND-JOB
002710         END-IF
002720         MOVE 'Y' TO WS-BO-OPEN-SWITCH
002730     END-IF.
002740     OPEN OUTPUT AGING-RPT-FILE.
002750     IF WS-AR-FILE-STATUS NOT = '00'
002760         DISPLAY 'ITMBOAGE - UNABLE TO OPEN AGING-RPT-FILE '
002770             '- STATUS ' WS-AR-FILE-STATUS
002780         PERFORM 9900-ABEND-JOB
002790     END-IF.
002800     MOVE 'Y' TO WS-AR-OPEN-SWITCH.
002810     OPEN EXTEND AUDIT-LOG-FILE.
002820     IF WS-AL-FILE-STATUS = '35'
002830         OPEN OUTPUT AUDIT-LOG-FILE
002840     END-IF.
002850     IF WS-AL-FILE-STATUS NOT = '00'
002860         DISPLAY 'ITMBOAGE - UNABLE TO OPEN AUDIT-LOG-FILE '
002870             '- STATUS ' WS-AL-FILE-STATUS
002880         PERFORM 9900-ABEND-JOB
002890     END-IF.
002900     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
002910     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
002920 1000-EXIT.
002930     EXIT.
002940
002950*-----------------------------------------------------------
002960* 1400-PROCESS-PARM-CARDS - AS-OF-DATE SETS THE DATE THE
002970* BACKORDERS ARE AGED TO. DEFAULTS TO THE RUN DATE WHEN NO
002980* PARM CARD FILE IS SUPPLIED.
002990*-----------------------------------------------------------
003000 1400-PROCESS-PARM-CARDS.
003010     OPEN INPUT PARM-CARD-FILE.
003020     IF WS-PC-FILE-STATUS = '35'
003030         DISPLAY 'ITMBOAGE - NO PARM CARD FILE - AGING AS OF '
003040             'RUN DATE ' WS-AS-OF-DATE
003050         GO TO 1400-EXIT
003060     END-IF.
003070     IF WS-PC-FILE-STATUS NOT = '00'
003080         DISPLAY 'ITMBOAGE - UNABLE TO OPEN PARM-CARD-FILE '
003090             '- STATUS ' WS-PC-FILE-STATUS
003100         PERFORM 9900-ABEND-JOB
003110     END-IF.
003120     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
003130     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
003140         UNTIL WS-EOF-YES.
003150     CLOSE PARM-CARD-FILE.
003160     MOVE 'N' TO WS-PC-OPEN-SWITCH.
003170     MOVE 'N' TO WS-EOF-SWITCH.
003180 1400-EXIT.
003190     EXIT.
003200
003210 1410-READ-PARM-CARD.
003220     READ PARM-CARD-FILE
003230         AT END
003240             MOVE 'Y' TO WS-EOF-SWITCH
003250         NOT AT END
003260             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
003270     END-READ.
003280 1410-EXIT.
003290     EXIT.
003300
003310 1420-APPLY-PARM.
003320     IF PARM-CARD-RECORD = SPACES
003330       OR PC-COMMENT-FLAG = '*'
003340         GO TO 1420-EXIT
003350     END-IF.
003360     MOVE SPACES TO WS-PARM-KEYWORD.
003370     MOVE SPACES TO WS-PARM-VALUE.
003380     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
003390         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
003400     IF WS-PARM-KEYWORD = 'AS-OF-DATE'
003410         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
003420         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
003430             MOVE WS-PARM-NUMERIC TO WS-AS-OF-DATE
003440             DISPLAY 'ITMBOAGE - PARM AS-OF-DATE='
003450                 WS-AS-OF-DATE
003460             GO TO 1420-EXIT
003470         ELSE
003480             DISPLAY 'ITMBOAGE - INVALID AS-OF-DATE VALUE - '
003490                 WS-PARM-VALUE
003500             DISPLAY 'ITMBOAGE - MUST BE YYYYMMDD'
003510             PERFORM 9900-ABEND-JOB
003520         END-IF
003530     END-IF.
003540     DISPLAY 'ITMBOAGE - UNRECOGNIZED PARAMETER - '
003550         WS-PARM-KEYWORD.
003560     PERFORM 9900-ABEND-JOB.
003570 1420-EXIT.
003580     EXIT.
003590
003600*-----------------------------------------------------------
003610* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
003620* DIGITS INTO WS-PARM-NUMERIC
003630*-----------------------------------------------------------
003640 1430-CONVERT-PARM-VALUE.
003650     MOVE ZERO TO WS-PARM-NUMERIC.
003660     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
003670     MOVE 1    TO WS-PARM-DIGIT-SUB.
003680     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
003690     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
003700     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
003710         UNTIL WS-PARM-VAL-END
003720            OR NOT WS-PARM-NUM-OK
003730            OR WS-PARM-DIGIT-SUB > 20.
003740     IF WS-PARM-DIGIT-COUNT = 0
003750         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
003760     END-IF.
003770 1430-EXIT.
003780     EXIT.
003790
003800 1431-CONVERT-ONE-DIGIT.
003810     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
003820         TO WS-PARM-DIGIT-X.
003830     IF WS-PARM-DIGIT-X = SPACE
003840         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
003850         GO TO 1431-EXIT
003860     END-IF.
003870     IF WS-PARM-DIGIT-X NOT NUMERIC
003880         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
003890         GO TO 1431-EXIT
003900     END-IF.
003910     IF WS-PARM-DIGIT-COUNT = 8
003920         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
003930         GO TO 1431-EXIT
003940     END-IF.
003950     MULTIPLY WS-PARM-NUMERIC BY 10
003960         GIVING WS-PARM-NUMERIC.
003970     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
003980     ADD 1 TO WS-PARM-DIGIT-COUNT.
003990     ADD 1 TO WS-PARM-DIGIT-SUB.
004000 1431-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------
004040* 2000-READ-BACKORDER - READ AND AGE ONE BACKORDER
004050*-----------------------------------------------------------
004060 2000-READ-BACKORDER.
004070     READ BACKORDER-FILE
004080         AT END
004090             MOVE 'Y' TO WS-EOF-SWITCH
004100         NOT AT END
004110             ADD 1 TO WS-BO-READ-COUNT
004120             PERFORM 3000-AGE-ONE-BACKORDER THRU 3000-EXIT
004130     END-READ.
004140 2000-EXIT.
004150     EXIT.
004160
004170*-----------------------------------------------------------
004180* 3000-AGE-ONE-BACKORDER - DAYS OUTSTANDING FROM THE DATE
004190* FIRST BACKORDERED TO THE AS-OF DATE. A CHANGE OF ITEM OR
004200* WAREHOUSE PRINTS THE PREVIOUS ROW'S TOTAL SHORT.
004210*-----------------------------------------------------------
004220 3000-AGE-ONE-BACKORDER.
004230     IF BO-KEY < WS-LAST-BO-KEY
004240         DISPLAY 'ITMBOAGE - BACKORDER-FILE OUT OF ASCENDING '
004250             'SEQUENCE AT ITEM ' BO-KEY
004260         PERFORM 9900-ABEND-JOB
004270     END-IF.
004280     MOVE BO-KEY TO WS-LAST-BO-KEY.
004290     IF BO-OPEN-QTY NOT NUMERIC
004300       OR BO-ORIGINAL-QTY NOT NUMERIC
004310       OR BO-BACKORDER-DATE NOT NUMERIC
004320         ADD 1 TO WS-BO-SKIPPED-COUNT
004330         DISPLAY 'ITMBOAGE - NON-NUMERIC BACKORDER RECORD '
004340             'SKIPPED - ' BO-ITEM-CODE ' ' BO-WHSE
004350         GO TO 3000-EXIT
004360     END-IF.
004370     IF BO-OPEN-QTY = ZERO
004380         GO TO 3000-EXIT
004390     END-IF.
004400     IF WS-ROW-ACTIVE
004410       AND BO-ROW-KEY NOT = WS-CURR-ROW-KEY
004420         PERFORM 3200-PRINT-ROW-TOTAL THRU 3200-EXIT
004430     END-IF.
004440     IF NOT WS-ROW-ACTIVE
004450         MOVE BO-ROW-KEY TO WS-CURR-ROW-KEY
004460         MOVE 'Y' TO WS-ROW-ACTIVE-SWITCH
004470         ADD 1 TO WS-ROW-COUNT
004480     END-IF.
004490     MOVE BO-BACKORDER-DATE TO WS-DC-DATE.
004500     PERFORM 8100-CONVERT-DATE-TO-DAYS THRU 8100-EXIT.
004510     IF WS-DC-DAY-NUMBER > WS-AS-OF-DAY-NUM
004520         MOVE ZERO TO WS-DAYS-OUT
004530     ELSE
004540         SUBTRACT WS-DC-DAY-NUMBER FROM WS-AS-OF-DAY-NUM
004550             GIVING WS-DAYS-OUT
004560     END-IF.
004570     PERFORM 3100-BUCKET-BACKORDER THRU 3100-EXIT.
004580     ADD 1 TO WS-ROW-LINES.
004590     ADD BO-OPEN-QTY TO WS-ROW-OPEN-QTY.
004600     IF WS-DAYS-OUT > WS-ROW-OLDEST-DAYS
004610         MOVE WS-DAYS-OUT TO WS-ROW-OLDEST-DAYS
004620     END-IF.
004630     ADD 1 TO WS-BO-LISTED-COUNT.
004640     ADD BO-OPEN-QTY     TO WS-TOT-OPEN-QTY.
004650     ADD BO-ORIGINAL-QTY TO WS-TOT-ORIGINAL-QTY.
004660     MOVE SPACES            TO WS-RPT-DETAIL-LINE.
004670     MOVE BO-ITEM-CODE      TO RPT-D-ITEM.
004680     MOVE BO-WHSE           TO RPT-D-WHSE.
004690     MOVE BO-BACKORDER-DATE TO RPT-D-BACKORDER-DATE.
004700     MOVE WS-DAYS-OUT       TO RPT-D-DAYS-OUT.
004710     MOVE BO-ORIGINAL-QTY   TO RPT-D-ORIGINAL.
004720     MOVE BO-OPEN-QTY       TO RPT-D-OPEN.
004730     IF BO-LAST-FILL-DATE NUMERIC
004740       AND BO-LAST-FILL-DATE NOT = ZERO
004750         MOVE BO-LAST-FILL-DATE TO RPT-D-LAST-FILL
004760     ELSE
004770         MOVE 'NONE'            TO RPT-D-LAST-FILL
004780     END-IF.
004790     PERFORM 4200-PRINT-DETAIL-LINE THRU 4200-EXIT.
004800 3000-EXIT.
004810     EXIT.
004820
004830 3100-BUCKET-BACKORDER.
004840     IF WS-DAYS-OUT NOT > 7
004850         ADD 1           TO WS-BKT-CNT-1
004860         ADD BO-OPEN-QTY TO WS-BKT-QTY-1
004870         GO TO 3100-EXIT
004880     END-IF.
004890     IF WS-DAYS-OUT NOT > 30
004900         ADD 1           TO WS-BKT-CNT-2
004910         ADD BO-OPEN-QTY TO WS-BKT-QTY-2
004920         GO TO 3100-EXIT
004930     END-IF.
004940     IF WS-DAYS-OUT NOT > 60
004950         ADD 1           TO WS-BKT-CNT-3
004960         ADD BO-OPEN-QTY TO WS-BKT-QTY-3
004970         GO TO 3100-EXIT
004980     END-IF.
004990     ADD 1           TO WS-BKT-CNT-4.
005000     ADD BO-OPEN-QTY TO WS-BKT-QTY-4.
005010 3100-EXIT.
005020     EXIT.
005030
005040 3200-PRINT-ROW-TOTAL.
005050     MOVE WS-ROW-OLDEST-DAYS TO RPT-R-OLDEST-DAYS.
005060     MOVE WS-ROW-OPEN-QTY    TO RPT-R-OPEN.
005070     IF WS-LINE-COUNT > 50
005080         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
005090     END-IF.
005100     WRITE AGING-RPT-RECORD FROM WS-RPT-ROW-TOTAL-LINE
005110         AFTER ADVANCING 1 LINE.
005120     MOVE SPACES TO AGING-RPT-RECORD.
005130     WRITE AGING-RPT-RECORD
005140         AFTER ADVANCING 1 LINE.
005150     ADD 2 TO WS-LINE-COUNT.
005160     INITIALIZE WS-ROW-TOTALS.
005170     MOVE 'N' TO WS-ROW-ACTIVE-SWITCH.
005180 3200-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------
005220* 4100/4200 - REPORT HEADINGS AND DETAIL PRINTING
005230*-----------------------------------------------------------
005240 4100-WRITE-REPORT-HEADINGS.
005250     ADD 1 TO WS-PAGE-COUNT.
005260     MOVE WS-AS-OF-DATE TO RPT-H-AS-OF-DATE.
005270     MOVE WS-PAGE-COUNT TO RPT-H-PAGE.
005280     WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-1
005290         AFTER ADVANCING PAGE.
005300     WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-2
005310         AFTER ADVANCING 2 LINES.
005320     MOVE 3 TO WS-LINE-COUNT.
005330 4100-EXIT.
005340     EXIT.
005350
005360 4200-PRINT-DETAIL-LINE.
005370     IF WS-LINE-COUNT > 50
005380         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
005390     END-IF.
005400     WRITE AGING-RPT-RECORD FROM WS-RPT-DETAIL-LINE
005410         AFTER ADVANCING 1 LINE.
005420     ADD 1 TO WS-LINE-COUNT.
005430 4200-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------
005470* 5000-WRITE-CONTROL-TOTALS - RUN TOTALS AND AGING BUCKETS
005480*-----------------------------------------------------------
005490 5000-WRITE-CONTROL-TOTALS.
005500     IF WS-BO-LISTED-COUNT = ZERO
005510         WRITE AGING-RPT-RECORD FROM WS-RPT-NONE-LINE
005520             AFTER ADVANCING 2 LINES
005530     END-IF.
005540     MOVE WS-ROW-COUNT       TO RPT-T-ROWS.
005550     MOVE WS-BO-LISTED-COUNT TO RPT-T-LISTED.
005560     MOVE WS-TOT-OPEN-QTY    TO RPT-T-OPEN.
005570     WRITE AGING-RPT-RECORD FROM WS-RPT-TOTAL-LINE-1
005580         AFTER ADVANCING 2 LINES.
005590     MOVE '0 - 7 DAYS:'      TO RPT-B-LABEL.
005600     MOVE WS-BKT-CNT-1       TO RPT-B-COUNT.
005610     MOVE WS-BKT-QTY-1       TO RPT-B-QTY.
005620     WRITE AGING-RPT-RECORD FROM WS-RPT-BUCKET-LINE
005630         AFTER ADVANCING 2 LINES.
005640     MOVE '8 - 30 DAYS:'     TO RPT-B-LABEL.
005650     MOVE WS-BKT-CNT-2       TO RPT-B-COUNT.
005660     MOVE WS-BKT-QTY-2       TO RPT-B-QTY.
005670     WRITE AGING-RPT-RECORD FROM WS-RPT-BUCKET-LINE
005680         AFTER ADVANCING 1 LINE.
005690     MOVE '31 - 60 DAYS:'    TO RPT-B-LABEL.
005700     MOVE WS-BKT-CNT-3       TO RPT-B-COUNT.
005710     MOVE WS-BKT-QTY-3       TO RPT-B-QTY.
005720     WRITE AGING-RPT-RECORD FROM WS-RPT-BUCKET-LINE
005730         AFTER ADVANCING 1 LINE.
005740     MOVE 'OVER 60 DAYS:'    TO RPT-B-LABEL.
005750     MOVE WS-BKT-CNT-4       TO RPT-B-COUNT.
005760     MOVE WS-BKT-QTY-4       TO RPT-B-QTY.
005770     WRITE AGING-RPT-RECORD FROM WS-RPT-BUCKET-LINE
005780         AFTER ADVANCING 1 LINE.
005790 5000-EXIT.
005800     EXIT.
005810
005820*-----------------------------------------------------------
005830* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
005840*-----------------------------------------------------------
005850 8000-WRITE-AUDIT-LOG.
005860     MOVE WS-RUN-DATE         TO AL-RUN-DATE.
005870     MOVE WS-RUN-TIME         TO AL-RUN-TIME.
005880     MOVE 'ITMBOAGE'          TO AL-JOB-ID.
005890     MOVE WS-BO-READ-COUNT    TO AL-READ-COUNT.
005900     MOVE WS-BO-LISTED-COUNT  TO AL-WRITTEN-COUNT.
005910     MOVE ZERO                TO AL-EXCEPTION-COUNT.
005920     MOVE WS-BO-SKIPPED-COUNT TO AL-REJECT-COUNT.
005930     MOVE WS-AUDIT-DISP       TO AL-DISPOSITION.
005940     WRITE AUDIT-LOG-RECORD.
005950 8000-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------
005990* 8100-CONVERT-DATE-TO-DAYS - CIVIL DAY NUMBER FROM A
006000* YYYYMMDD DATE IN WS-DC-DATE, FOR BACKORDER AGING
006010*-----------------------------------------------------------
006020 8100-CONVERT-DATE-TO-DAYS.
006030     MOVE WS-DC-YEAR  TO WS-DC-Y.
006040     MOVE WS-DC-MONTH TO WS-DC-M.
006050     IF WS-DC-M < 3
006060         SUBTRACT 1 FROM WS-DC-Y
006070         ADD 12 TO WS-DC-M
006080     END-IF.
006090     MULTIPLY WS-DC-Y BY 365 GIVING WS-DC-DAY-NUMBER.
006100     DIVIDE WS-DC-Y BY 4 GIVING WS-DC-WORK.
006110     ADD WS-DC-WORK TO WS-DC-DAY-NUMBER.
006120     DIVIDE WS-DC-Y BY 100 GIVING WS-DC-WORK.
006130     SUBTRACT WS-DC-WORK FROM WS-DC-DAY-NUMBER.
006140     DIVIDE WS-DC-Y BY 400 GIVING WS-DC-WORK.
006150     ADD WS-DC-WORK TO WS-DC-DAY-NUMBER.
006160     ADD 1 TO WS-DC-M.
006170     MULTIPLY WS-DC-M BY 153 GIVING WS-DC-WORK.
006180     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
006190     ADD WS-DC-WORK TO WS-DC-DAY-NUMBER.
006200     ADD WS-DC-DAY TO WS-DC-DAY-NUMBER.
006210 8100-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------
006250* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
006260* NORMAL, 4 BACKORDER RECORDS SKIPPED), AND SIGN OFF
006270*-----------------------------------------------------------
006280 9000-TERMINATE.
006290     IF WS-BO-SKIPPED-COUNT > 0
006300         MOVE 'WARNING' TO WS-AUDIT-DISP
006310         MOVE 4 TO RETURN-CODE
006320     ELSE
006330         MOVE 'NORMAL' TO WS-AUDIT-DISP
006340         MOVE ZERO TO RETURN-CODE
006350     END-IF.
006360     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
006370     CLOSE AUDIT-LOG-FILE.
006380     IF WS-BO-OPEN
006390         CLOSE BACKORDER-FILE
006400     END-IF.
006410     CLOSE AGING-RPT-FILE.
006420     DISPLAY 'ITMBOAGE - AGED AS OF:           ' WS-AS-OF-DATE.
006430     DISPLAY 'ITMBOAGE - BACKORDERS READ:      '
006440         WS-BO-READ-COUNT.
006450     DISPLAY 'ITMBOAGE - OPEN BACKORDERS:      '
006460         WS-BO-LISTED-COUNT.
006470     DISPLAY 'ITMBOAGE - ITEM/WAREHOUSE ROWS:  '
006480         WS-ROW-COUNT.
006490     DISPLAY 'ITMBOAGE - TOTAL QTY SHORT:      '
006500         WS-TOT-OPEN-QTY.
006510     DISPLAY 'ITMBOAGE - RECORDS SKIPPED:      '
006520         WS-BO-SKIPPED-COUNT.
006530     DISPLAY 'ITMBOAGE - RETURN CODE SET TO ' RETURN-CODE.
006540 9000-EXIT.
006550     EXIT.
006560
006570*-----------------------------------------------------------
006580* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
006590* ERROR
006600*-----------------------------------------------------------
006610 9900-ABEND-JOB.
006620     DISPLAY 'ITMBOAGE - JOB TERMINATED - SEE ERROR ABOVE'.
006630     IF WS-AL-OPEN
006640         MOVE 'ABEND' TO WS-AUDIT-DISP
006650         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
006660         CLOSE AUDIT-LOG-FILE
006670     END-IF.
006680     IF WS-PC-OPEN
006690         CLOSE PARM-CARD-FILE
006700     END-IF.
006710     IF WS-BO-OPEN
006720         CLOSE BACKORDER-FILE
006730     END-IF.
006740     IF WS-AR-OPEN
006750         CLOSE AGING-RPT-FILE
006760     END-IF.
006770     MOVE 16 TO RETURN-CODE.
006780     STOP RUN.
