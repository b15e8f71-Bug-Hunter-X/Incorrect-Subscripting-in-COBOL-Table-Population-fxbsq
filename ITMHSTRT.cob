000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMHSTRT.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/14/2026 JH    MONTH-END TXNHIST RETENTION. KEEPS THE
000130*                  CURRENT MONTH AND THE RETAIN-MONTHS - 1
000140*                  MONTHS BEFORE IT (PARM CARD, DEFAULT 12)
000150*                  ON THE NEXT TXNHIST GENERATION (NEXTHIST)
000160*                  AND MOVES OLDER DETAIL TO THIS RUN'S
000170*                  ARCHIVE (HISTARCH). EACH ARCHIVED MONTH IS
000180*                  SUMMARIZED PER ITEM AND WAREHOUSE - OPENING
000190*                  QUANTITY, RECEIPTS, ISSUES, TRANSFERS IN
000200*                  AND OUT, ADJUSTMENTS UP AND DOWN, AND
000210*                  CLOSING QUANTITY - AND MERGED WITH THE
000220*                  EXISTING SUMMARIES (SUMHIST) INTO THE NEXT
000230*                  SUMMARY GENERATION (NEXTSUMH) THAT ITMACTRP
000240*                  TAKES ITS OPENING BALANCES FROM. HSTRPT
000250*                  LISTS THE NEW SUMMARIES AND PROVES THE RUN -
000260*                  ARCHIVED + RETAINED = RECORDS READ, AND
000270*                  EVERY SUMMARY'S OPENING PLUS ITS MOVEMENTS
000280*                  EQUALS ITS CLOSING. RETURN CODE 4 WHEN A
000290*                  SUMMARY DOES NOT PROVE OR RECORDS COULD NOT
000300*                  BE SUMMARIZED, 8 WHEN THE RECORD COUNTS DO
000310*                  NOT BALANCE.
000320*-----------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PARM-CARD-FILE
000420         ASSIGN TO PARMCARD
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PC-FILE-STATUS.
000450
000460     SELECT TXN-HISTORY-FILE
000470         ASSIGN TO TXNHIST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-HJ-FILE-STATUS.
000500
000510     SELECT HIST-RETAIN-FILE
000520         ASSIGN TO NEXTHIST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-HR-FILE-STATUS.
000550
000560     SELECT HIST-ARCHIVE-FILE
000570         ASSIGN TO HISTARCH
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-HA-FILE-STATUS.
000600
000610     SELECT SUMMARY-IN-FILE
000620         ASSIGN TO SUMHIST
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-MS-FILE-STATUS.
000650
000660     SELECT SUMMARY-OUT-FILE
000670         ASSIGN TO NEXTSUMH
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-NS-FILE-STATUS.
000700
000710     SELECT RETENTION-RPT-FILE
000720         ASSIGN TO HSTRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-RR-FILE-STATUS.
000750
000760     SELECT AUDIT-LOG-FILE
000770         ASSIGN TO AUDITLOG
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-AL-FILE-STATUS.
000800
000810     SELECT SORT-WORK-FILE
000820         ASSIGN TO SORTWORK.
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
001000     05  HJ-QTY                   PIC X(05).
001010     05  HJ-BEFORE-QTY            PIC X(05).
001020     05  HJ-AFTER-QTY             PIC X(05).
001030     05  HJ-RUN-DATE              PIC X(08).
001040     05  HJ-RUN-DATE-9 REDEFINES HJ-RUN-DATE
001050                                  PIC 9(08).
001060     05  FILLER                   PIC X(33).
001070
001080 FD  HIST-RETAIN-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  HIST-RETAIN-RECORD           PIC X(80).
001120
001130 FD  HIST-ARCHIVE-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  HIST-ARCHIVE-RECORD          PIC X(80).
001170
001180*-----------------------------------------------------------
001190* MONTHLY MOVEMENT SUMMARY - ONE RECORD PER ITEM, WAREHOUSE,
001200* AND MONTH (YYYYMM) WITH MOVEMENTS, ASCENDING BY ITEM,
001210* WAREHOUSE, AND MONTH. MOVEMENTS ARE TAKEN FROM EACH
001220* JOURNAL RECORD'S BEFORE AND AFTER QUANTITIES, AS ITMRECON
001230* DOES. THE SAME LAYOUT IS READ BY ITMACTRP.
001240*-----------------------------------------------------------
001250 FD  SUMMARY-IN-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280 01  SUMMARY-IN-RECORD.
001290     05  MS-KEY.
001300         10  MS-ITEM-CODE         PIC X(20).
001310         10  MS-WHSE              PIC X(03).
001320         10  MS-PERIOD            PIC 9(06).
001330     05  MS-OPEN-QTY              PIC 9(05).
001340     05  MS-RECEIPTS              PIC 9(06).
001350     05  MS-ISSUES                PIC 9(06).
001360     05  MS-XFER-IN               PIC 9(06).
001370     05  MS-XFER-OUT              PIC 9(06).
001380     05  MS-ADJ-UP                PIC 9(06).
001390     05  MS-ADJ-DOWN              PIC 9(06).
001400     05  MS-CLOSE-QTY             PIC 9(05).
001410     05  FILLER                   PIC X(05).
001420
001430 FD  SUMMARY-OUT-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 80 CHARACTERS.
001460 01  SUMMARY-OUT-RECORD.
001470     05  NS-KEY.
001480         10  NS-ITEM-CODE         PIC X(20).
001490         10  NS-WHSE              PIC X(03).
001500         10  NS-PERIOD            PIC 9(06).
001510     05  NS-OPEN-QTY              PIC 9(05).
001520     05  NS-RECEIPTS              PIC 9(06).
001530     05  NS-ISSUES                PIC 9(06).
001540     05  NS-XFER-IN               PIC 9(06).
001550     05  NS-XFER-OUT              PIC 9(06).
001560     05  NS-ADJ-UP                PIC 9(06).
001570     05  NS-ADJ-DOWN              PIC 9(06).
001580     05  NS-CLOSE-QTY             PIC 9(05).
001590     05  FILLER                   PIC X(05).
001600
001610 FD  RETENTION-RPT-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 132 CHARACTERS.
001640 01  RETENTION-RPT-RECORD         PIC X(132).
001650
001660 FD  AUDIT-LOG-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 80 CHARACTERS.
001690 01  AUDIT-LOG-RECORD.
001700     COPY ITMAUDIT.
001710
001720 SD  SORT-WORK-FILE
001730     RECORD CONTAINS 80 CHARACTERS.
001740 01  SORT-WORK-RECORD.
001750     05  SR-ITEM-CODE             PIC X(20).
001760     05  SR-WHSE                  PIC X(03).
001770     05  SR-TXN-TYPE              PIC X(01).
001780     05  SR-QTY                   PIC 9(05).
001790     05  SR-BEFORE-QTY            PIC 9(05).
001800     05  SR-AFTER-QTY             PIC 9(05).
001810     05  SR-RUN-DATE              PIC 9(08).
001820     05  SR-RUN-DATE-R REDEFINES SR-RUN-DATE.
001830         10  SR-PERIOD            PIC 9(06).
001840         10  SR-DAY               PIC 9(02).
001850     05  FILLER                   PIC X(33).
001860
001870 WORKING-STORAGE SECTION.
001880 77  WS-HIST-READ-COUNT           PIC 9(07) VALUE ZERO.
001890 77  WS-ARCHIVED-COUNT            PIC 9(07) VALUE ZERO.
001900 77  WS-RETAINED-COUNT            PIC 9(07) VALUE ZERO.
001910 77  WS-UNDATED-COUNT             PIC 9(07) VALUE ZERO.
001920 77  WS-NOT-SUMMED-COUNT          PIC 9(07) VALUE ZERO.
001930 77  WS-SUMMED-COUNT              PIC 9(07) VALUE ZERO.
001940 77  WS-CONTROL-TOTAL             PIC 9(07) VALUE ZERO.
001950 77  WS-SUM-READ-COUNT            PIC 9(07) VALUE ZERO.
001960 77  WS-SUM-CARRIED-COUNT         PIC 9(07) VALUE ZERO.
001970 77  WS-SUM-NEW-COUNT             PIC 9(07) VALUE ZERO.
001980 77  WS-SUM-WRITTEN-COUNT         PIC 9(07) VALUE ZERO.
001990 77  WS-SUM-PROVED-COUNT          PIC 9(07) VALUE ZERO.
002000 77  WS-SUM-NOT-PROVED-COUNT      PIC 9(07) VALUE ZERO.
002010 77  WS-RETAIN-MONTHS             PIC 9(02) VALUE 12.
002020 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
002030 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
002040 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002050 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002060 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
002070
002080 01  WS-SWITCHES.
002090     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
002100         88  WS-EOF-YES                 VALUE 'Y'.
002110         88  WS-EOF-NO                  VALUE 'N'.
002120     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002130         88  WS-PC-OPEN                 VALUE 'Y'.
002140     05  WS-HJ-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002150         88  WS-HJ-OPEN                 VALUE 'Y'.
002160     05  WS-HR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002170         88  WS-HR-OPEN                 VALUE 'Y'.
002180     05  WS-HA-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002190         88  WS-HA-OPEN                 VALUE 'Y'.
002200     05  WS-MS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002210         88  WS-MS-OPEN                 VALUE 'Y'.
002220     05  WS-NS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002230         88  WS-NS-OPEN                 VALUE 'Y'.
002240     05  WS-RR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002250         88  WS-RR-OPEN                 VALUE 'Y'.
002260     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002270         88  WS-AL-OPEN                 VALUE 'Y'.
002280     05  WS-COUNTS-BALANCE-SWITCH PIC X(01) VALUE 'Y'.
002290         88  WS-COUNTS-BALANCE          VALUE 'Y'.
002300
002310 01  WS-FILE-STATUSES.
002320     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
002330     05  WS-HJ-FILE-STATUS        PIC X(02) VALUE SPACES.
002340     05  WS-HR-FILE-STATUS        PIC X(02) VALUE SPACES.
002350     05  WS-HA-FILE-STATUS        PIC X(02) VALUE SPACES.
002360     05  WS-MS-FILE-STATUS        PIC X(02) VALUE SPACES.
002370     05  WS-NS-FILE-STATUS        PIC X(02) VALUE SPACES.
002380     05  WS-RR-FILE-STATUS        PIC X(02) VALUE SPACES.
002390     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
002400
002410 01  WS-PARM-AREA.
002420     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
002430     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
002440     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
002450     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
002460     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
002470     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
002480     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
002490                                  PIC 9(01).
002500     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
002510         88  WS-PARM-NUM-OK             VALUE 'Y'.
002520     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
002530         88  WS-PARM-VAL-END            VALUE 'Y'.
002540
002550
002560*-----------------------------------------------------------
002570* AS-OF DATE AND RETENTION CUTOFF - DETAIL DATED BEFORE THE
002580* CUTOFF (THE FIRST OF THE OLDEST RETAINED MONTH) IS ARCHIVED
002590*-----------------------------------------------------------
002600 01  WS-DATE-AREA.
002610     05  WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
002620     05  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
002630         10  WS-AS-OF-YEAR        PIC 9(04).
002640         10  WS-AS-OF-MONTH       PIC 9(02).
002650         10  WS-AS-OF-DAY         PIC 9(02).
002660     05  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
002670     05  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
002680         10  WS-CUT-YEAR          PIC 9(04).
002690         10  WS-CUT-MONTH         PIC 9(02).
002700         10  WS-CUT-DAY           PIC 9(02).
002710     05  WS-MONTH-INDEX           PIC 9(06) VALUE ZERO.
002720     05  WS-MONTH-REMAINDER       PIC 9(02) VALUE ZERO.
002730
002740 01  WS-MATCH-AREA.
002750     05  WS-SORT-KEY.
002760         10  WS-SORT-ITEM         PIC X(20).
002770         10  WS-SORT-WHSE         PIC X(03).
002780         10  WS-SORT-PERIOD       PIC 9(06).
002790     05  WS-GROUP-KEY             PIC X(29) VALUE SPACES.
002800     05  WS-OLD-KEY               PIC X(29) VALUE LOW-VALUES.
002810
002820*-----------------------------------------------------------
002830* ONE ITEM/WAREHOUSE/MONTH SUMMARY BEING BUILT. THE OPENING
002840* IS THE FIRST MOVEMENT'S BEFORE QUANTITY AND THE CLOSING
002850* THE LAST MOVEMENT'S AFTER QUANTITY.
002860*-----------------------------------------------------------
002870 01  WS-SUMMARY-WORK.
002880     05  WS-SW-OPEN-QTY           PIC 9(05) VALUE ZERO.
002890     05  WS-SW-RECEIPTS           PIC 9(06) VALUE ZERO.
002900     05  WS-SW-ISSUES             PIC 9(06) VALUE ZERO.
002910     05  WS-SW-XFER-IN            PIC 9(06) VALUE ZERO.
002920     05  WS-SW-XFER-OUT           PIC 9(06) VALUE ZERO.
002930     05  WS-SW-ADJ-UP             PIC 9(06) VALUE ZERO.
002940     05  WS-SW-ADJ-DOWN           PIC 9(06) VALUE ZERO.
002950     05  WS-SW-CLOSE-QTY          PIC 9(05) VALUE ZERO.
002960     05  WS-SW-DELTA              PIC S9(07) VALUE ZERO.
002970     05  WS-SW-NET-MOVEMENT       PIC S9(09) VALUE ZERO.
002980     05  WS-SW-COMPUTED-QTY       PIC S9(09) VALUE ZERO.
002990
003000 01  WS-CONTROL-QTYS.
003010     05  WS-TOT-OPEN-QTY          PIC S9(11) VALUE ZERO.
003020     05  WS-TOT-NET-MOVEMENT      PIC S9(11) VALUE ZERO.
003030     05  WS-TOT-EXPECTED-QTY      PIC S9(11) VALUE ZERO.
003040     05  WS-TOT-CLOSE-QTY         PIC S9(11) VALUE ZERO.
003050     05  WS-TOT-DIFFERENCE        PIC S9(11) VALUE ZERO.
003060
003070 01  WS-RPT-HEADING-1.
003080     05  FILLER                   PIC X(40) VALUE
003090             'TXNHIST RETENTION AND MONTHLY SUMMARY'.
003100     05  FILLER                   PIC X(08) VALUE SPACES.
003110     05  FILLER                   PIC X(08) VALUE 'AS OF:'.
003120     05  RPT-H-AS-OF-DATE         PIC 9(08).
003130     05  FILLER                   PIC X(04) VALUE SPACES.
003140     05  FILLER                   PIC X(06) VALUE 'PAGE'.
003150     05  RPT-H-PAGE               PIC ZZ9.
003160     05  FILLER                   PIC X(55) VALUE SPACES.
003170 01  WS-RPT-PARM-LINE.
003180     05  FILLER                   PIC X(16) VALUE
003190             'RETAIN-MONTHS:'.
003200     05  RPT-P-RETAIN             PIC Z9.
003210     05  FILLER                   PIC X(04) VALUE SPACES.
003220     05  FILLER                   PIC X(22) VALUE
003230             'DETAIL DATED BEFORE'.
003240     05  RPT-P-CUTOFF             PIC 9(08).
003250     05  FILLER                   PIC X(80) VALUE
003260             ' IS ARCHIVED AND SUMMARIZED'.
003270 01  WS-RPT-HEADING-2.
003280     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
003290     05  FILLER                   PIC X(05) VALUE 'WHSE'.
003300     05  FILLER                   PIC X(08) VALUE 'PERIOD'.
003310     05  FILLER                   PIC X(07) VALUE ' OPEN'.
003320     05  FILLER                   PIC X(09) VALUE '  RCPTS'.
003330     05  FILLER                   PIC X(09) VALUE ' ISSUES'.
003340     05  FILLER                   PIC X(09) VALUE 'XFER IN'.
003350     05  FILLER                   PIC X(09) VALUE 'XFR OUT'.
003360     05  FILLER                   PIC X(09) VALUE ' ADJ UP'.
003370     05  FILLER                   PIC X(09) VALUE 'ADJ DWN'.
003380     05  FILLER                   PIC X(07) VALUE 'CLOSE'.
003390     05  FILLER                   PIC X(29) VALUE 'PROOF'.
003400 01  WS-RPT-DETAIL-LINE.
003410     05  RPT-D-ITEM               PIC X(20).
003420     05  FILLER                   PIC X(02) VALUE SPACES.
003430     05  RPT-D-WHSE               PIC X(03).
003440     05  FILLER                   PIC X(02) VALUE SPACES.
003450     05  RPT-D-PERIOD             PIC 9(06).
003460     05  FILLER                   PIC X(02) VALUE SPACES.
003470     05  RPT-D-OPEN               PIC ZZZZ9.
003480     05  FILLER                   PIC X(02) VALUE SPACES.
003490     05  RPT-D-RECEIPTS           PIC ZZZ,ZZ9.
003500     05  FILLER                   PIC X(02) VALUE SPACES.
003510     05  RPT-D-ISSUES             PIC ZZZ,ZZ9.
003520     05  FILLER                   PIC X(02) VALUE SPACES.
003530     05  RPT-D-XFER-IN            PIC ZZZ,ZZ9.
003540     05  FILLER                   PIC X(02) VALUE SPACES.
003550     05  RPT-D-XFER-OUT           PIC ZZZ,ZZ9.
003560     05  FILLER                   PIC X(02) VALUE SPACES.
003570     05  RPT-D-ADJ-UP             PIC ZZZ,ZZ9.
003580     05  FILLER                   PIC X(02) VALUE SPACES.
003590     05  RPT-D-ADJ-DOWN           PIC ZZZ,ZZ9.
003600     05  FILLER                   PIC X(02) VALUE SPACES.
003610     05  RPT-D-CLOSE              PIC ZZZZ9.
003620     05  FILLER                   PIC X(02) VALUE SPACES.
003630     05  RPT-D-NOTE               PIC X(16).
003640     05  RPT-D-COMPUTED           PIC ZZZZZZZ9-.
003650     05  FILLER                   PIC X(04) VALUE SPACES.
003660 01  WS-RPT-NONE-LINE.
003670     05  FILLER                   PIC X(40) VALUE
003680             'NO DETAIL OLD ENOUGH TO ARCHIVE'.
003690     05  FILLER                   PIC X(92) VALUE SPACES.
003700 01  WS-RPT-CONTROL-HEADING.
003710     05  FILLER                   PIC X(40) VALUE
003720             'CONTROL TOTALS'.
003730     05  FILLER                   PIC X(92) VALUE SPACES.
003740 01  WS-RPT-CONTROL-LINE.
003750     05  RPT-C-LABEL              PIC X(36).
003760     05  RPT-C-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9-.
003770     05  FILLER                   PIC X(04) VALUE SPACES.
003780     05  RPT-C-NOTE               PIC X(20).
003790     05  FILLER                   PIC X(57) VALUE SPACES.
003800
003810 PROCEDURE DIVISION.
003820
003830*-----------------------------------------------------------
003840* 0000-MAINLINE - SPLIT TXNHIST INTO RETAINED AND ARCHIVED
003850* DETAIL, SORT THE ARCHIVED DETAIL BY ITEM, WAREHOUSE, AND
003860* DATE, SUMMARIZE IT BY MONTH INTO THE NEXT SUMMARY
003870* GENERATION, AND PROVE THE RUN
003880*-----------------------------------------------------------
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003910     SORT SORT-WORK-FILE
003920         ASCENDING KEY SR-ITEM-CODE
003930                       SR-WHSE
003940                       SR-RUN-DATE
003950         WITH DUPLICATES IN ORDER
003960         INPUT PROCEDURE 2000-SPLIT-HISTORY
003970             THRU 2000-EXIT
003980         OUTPUT PROCEDURE 3000-BUILD-SUMMARIES
003990             THRU 3000-EXIT.
004000     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
004010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004020     STOP RUN.
004030
004040*-----------------------------------------------------------
004050* 1000-INITIALIZE - PARM CARDS, RETENTION CUTOFF, AND OPENS
004060*-----------------------------------------------------------
004070 1000-INITIALIZE.
004080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004090     ACCEPT WS-RUN-TIME FROM TIME.
004100     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
004110     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
004120     IF WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
004130         DISPLAY 'ITMHSTRT - INVALID AS-OF-DATE ' WS-AS-OF-DATE
004140             ' - JOB ABENDING'
004150         PERFORM 9900-ABEND-JOB
004160     END-IF.
004170     PERFORM 1500-FIND-CUTOFF-DATE THRU 1500-EXIT.
004180     OPEN INPUT SUMMARY-IN-FILE.
004190     IF WS-MS-FILE-STATUS = '35'
004200         DISPLAY 'ITMHSTRT - NO SUMMARY-IN-FILE - STARTING A '
004210             'NEW SUMMARY FILE'
004220     ELSE
004230         IF WS-MS-FILE-STATUS NOT = '00'
004240             DISPLAY 'ITMHSTRT - UNABLE TO OPEN SUMMARY-IN-FILE '
004250                 '- STATUS ' WS-MS-FILE-STATUS
004260             PERFORM 9900-ABEND-JOB
004270         END-IF
004280         MOVE 'Y' TO WS-MS-OPEN-SWITCH
004290     END-IF.
004300     OPEN OUTPUT SUMMARY-OUT-FILE.
004310     IF WS-NS-FILE-STATUS NOT = '00'
004320         DISPLAY 'ITMHSTRT - UNABLE TO OPEN SUMMARY-OUT-FILE '
004330             '- STATUS ' WS-NS-FILE-STATUS
004340         PERFORM 9900-ABEND-JOB
004350     END-IF.
004360     MOVE 'Y' TO WS-NS-OPEN-SWITCH.
004370     OPEN OUTPUT HIST-RETAIN-FILE.
004380     IF WS-HR-FILE-STATUS NOT = '00'
004390         DISPLAY 'ITMHSTRT - UNABLE TO OPEN HIST-RETAIN-FILE '
004400             '- STATUS ' WS-HR-FILE-STATUS
004410         PERFORM 9900-ABEND-JOB
004420     END-IF.
004430     MOVE 'Y' TO WS-HR-OPEN-SWITCH.
004440     OPEN OUTPUT HIST-ARCHIVE-FILE.
004450     IF WS-HA-FILE-STATUS NOT = '00'
004460         DISPLAY 'ITMHSTRT - UNABLE TO OPEN HIST-ARCHIVE-FILE '
004470             '- STATUS ' WS-HA-FILE-STATUS
004480         PERFORM 9900-ABEND-JOB
004490     END-IF.
004500     MOVE 'Y' TO WS-HA-OPEN-SWITCH.
004510     OPEN OUTPUT RETENTION-RPT-FILE.
004520     IF WS-RR-FILE-STATUS NOT = '00'
004530         DISPLAY 'ITMHSTRT - UNABLE TO OPEN RETENTION-RPT-FILE '
004540             '- STATUS ' WS-RR-FILE-STATUS
004550         PERFORM 9900-ABEND-JOB
004560     END-IF.
004570     MOVE 'Y' TO WS-RR-OPEN-SWITCH.
004580     OPEN EXTEND AUDIT-LOG-FILE.
004590     IF WS-AL-FILE-STATUS = '35'
004600         OPEN OUTPUT AUDIT-LOG-FILE
004610     END-IF.
004620     IF WS-AL-FILE-STATUS NOT = '00'
004630         DISPLAY 'ITMHSTRT - UNABLE TO OPEN AUDIT-LOG-FILE '
004640             '- STATUS ' WS-AL-FILE-STATUS
004650         PERFORM 9900-ABEND-JOB
004660     END-IF.
004670     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
004680     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
004690 1000-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------
004730* 1400-PROCESS-PARM-CARDS - AS-OF-DATE IS THE MONTH BEING
004740* CLOSED (DEFAULT RUN DATE). RETAIN-MONTHS IS THE NUMBER OF
004750* MONTHS OF DETAIL KEPT ON TXNHIST, COUNTING THE AS-OF
004760* MONTH (1-99, DEFAULT 12).
004770*-----------------------------------------------------------
004780 1400-PROCESS-PARM-CARDS.
004790     OPEN INPUT PARM-CARD-FILE.
004800     IF WS-PC-FILE-STATUS = '35'
004810         DISPLAY 'ITMHSTRT - NO PARM CARD FILE - DEFAULTS '
004820             'IN EFFECT'
004830         GO TO 1400-EXIT
004840     END-IF.
004850     IF WS-PC-FILE-STATUS NOT = '00'
004860         DISPLAY 'ITMHSTRT - UNABLE TO OPEN PARM-CARD-FILE '
004870             '- STATUS ' WS-PC-FILE-STATUS
004880         PERFORM 9900-ABEND-JOB
004890     END-IF.
004900     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
004910     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
004920         UNTIL WS-EOF-YES.
004930     CLOSE PARM-CARD-FILE.
004940     MOVE 'N' TO WS-PC-OPEN-SWITCH.
004950     MOVE 'N' TO WS-EOF-SWITCH.
004960 1400-EXIT.
004970     EXIT.
004980
004990 1410-READ-PARM-CARD.
005000     READ PARM-CARD-FILE
005010         AT END
005020             MOVE 'Y' TO WS-EOF-SWITCH
005030         NOT AT END
005040             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
005050     END-READ.
005060 1410-EXIT.
005070     EXIT.
005080
005090 1420-APPLY-PARM.
005100     IF PARM-CARD-RECORD = SPACES
005110       OR PC-COMMENT-FLAG = '*'
005120         GO TO 1420-EXIT
005130     END-IF.
005140     MOVE SPACES TO WS-PARM-KEYWORD.
005150     MOVE SPACES TO WS-PARM-VALUE.
005160     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
005170         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
005180     IF WS-PARM-KEYWORD = 'AS-OF-DATE'
005190         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005200         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
005210             MOVE WS-PARM-NUMERIC TO WS-AS-OF-DATE
005220             DISPLAY 'ITMHSTRT - PARM AS-OF-DATE='
005230                 WS-AS-OF-DATE
005240             GO TO 1420-EXIT
005250         ELSE
005260             DISPLAY 'ITMHSTRT - INVALID AS-OF-DATE VALUE - '
005270                 WS-PARM-VALUE
005280             DISPLAY 'ITMHSTRT - MUST BE YYYYMMDD'
005290             PERFORM 9900-ABEND-JOB
005300         END-IF
005310     END-IF.
005320     IF WS-PARM-KEYWORD = 'RETAIN-MONTHS'
005330         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005340         IF WS-PARM-NUM-OK
005350           AND WS-PARM-NUMERIC > ZERO
005360           AND WS-PARM-NUMERIC < 100
005370             MOVE WS-PARM-NUMERIC TO WS-RETAIN-MONTHS
005380             DISPLAY 'ITMHSTRT - PARM RETAIN-MONTHS='
005390                 WS-RETAIN-MONTHS
005400             GO TO 1420-EXIT
005410         ELSE
005420             DISPLAY 'ITMHSTRT - INVALID RETAIN-MONTHS VALUE - '
005430                 WS-PARM-VALUE
005440             DISPLAY 'ITMHSTRT - MUST BE NUMERIC 1-99'
005450             PERFORM 9900-ABEND-JOB
005460         END-IF
005470     END-IF.
005480     DISPLAY 'ITMHSTRT - UNRECOGNIZED PARAMETER - '
005490         WS-PARM-KEYWORD.
005500     PERFORM 9900-ABEND-JOB.
005510 1420-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------------
005550* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
005560* DIGITS INTO WS-PARM-NUMERIC
005570*-----------------------------------------------------------
005580 1430-CONVERT-PARM-VALUE.
005590     MOVE ZERO TO WS-PARM-NUMERIC.
005600     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
005610     MOVE 1    TO WS-PARM-DIGIT-SUB.
005620     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
005630     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
005640     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
005650         UNTIL WS-PARM-VAL-END
005660            OR NOT WS-PARM-NUM-OK
005670            OR WS-PARM-DIGIT-SUB > 20.
005680     IF WS-PARM-DIGIT-COUNT = 0
005690         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005700     END-IF.
005710 1430-EXIT.
005720     EXIT.
005730
005740 1431-CONVERT-ONE-DIGIT.
005750     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
005760         TO WS-PARM-DIGIT-X.
005770     IF WS-PARM-DIGIT-X = SPACE
005780         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
005790         GO TO 1431-EXIT
005800     END-IF.
005810     IF WS-PARM-DIGIT-X NOT NUMERIC
005820         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005830         GO TO 1431-EXIT
005840     END-IF.
005850     IF WS-PARM-DIGIT-COUNT = 8
005860         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
005870         GO TO 1431-EXIT
005880     END-IF.
005890     MULTIPLY WS-PARM-NUMERIC BY 10
005900         GIVING WS-PARM-NUMERIC.
005910     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
005920     ADD 1 TO WS-PARM-DIGIT-COUNT.
005930     ADD 1 TO WS-PARM-DIGIT-SUB.
005940 1431-EXIT.
005950     EXIT.
005960
005970*-----------------------------------------------------------
005980* 1500-FIND-CUTOFF-DATE - STEP BACK RETAIN-MONTHS - 1 MONTHS
005990* FROM THE AS-OF MONTH ON A RUNNING MONTH COUNT (YEAR X 12
006000* + MONTH - 1). THE CUTOFF IS THE FIRST OF THAT MONTH.
006010*-----------------------------------------------------------
006020 1500-FIND-CUTOFF-DATE.
006030     COMPUTE WS-MONTH-INDEX = WS-AS-OF-YEAR * 12
006040                            + WS-AS-OF-MONTH
006050                            - WS-RETAIN-MONTHS.
006060     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUT-YEAR
006070         REMAINDER WS-MONTH-REMAINDER.
006080     ADD 1 TO WS-MONTH-REMAINDER GIVING WS-CUT-MONTH.
006090     MOVE 1 TO WS-CUT-DAY.
006100     DISPLAY 'ITMHSTRT - DETAIL BEFORE ' WS-CUTOFF-DATE
006110         ' WILL BE ARCHIVED'.
006120 1500-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------
006160* 2000-SPLIT-HISTORY - SORT INPUT PROCEDURE. EVERY TXNHIST
006170* RECORD GOES TO EXACTLY ONE OF THE RETAINED OR ARCHIVE
006180* FILES. ARCHIVED MOVEMENTS ARE RELEASED FOR SUMMARIZING.
006190*-----------------------------------------------------------
006200 2000-SPLIT-HISTORY.
006210     OPEN INPUT TXN-HISTORY-FILE.
006220     IF WS-HJ-FILE-STATUS = '35'
006230         DISPLAY 'ITMHSTRT - NO TXN-HISTORY-FILE - NOTHING '
006240             'TO ARCHIVE'
006250         GO TO 2000-EXIT
006260     END-IF.
006270     IF WS-HJ-FILE-STATUS NOT = '00'
006280         DISPLAY 'ITMHSTRT - UNABLE TO OPEN TXN-HISTORY-'
006290             'FILE - STATUS ' WS-HJ-FILE-STATUS
006300         PERFORM 9900-ABEND-JOB
006310     END-IF.
006320     MOVE 'Y' TO WS-HJ-OPEN-SWITCH.
006330     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
006340         UNTIL WS-EOF-YES.
006350     CLOSE TXN-HISTORY-FILE.
006360     MOVE 'N' TO WS-HJ-OPEN-SWITCH.
006370     MOVE 'N' TO WS-EOF-SWITCH.
006380 2000-EXIT.
006390     EXIT.
006400
006410 2100-READ-HISTORY.
006420     READ TXN-HISTORY-FILE
006430         AT END
006440             MOVE 'Y' TO WS-EOF-SWITCH
006450         NOT AT END
006460             ADD 1 TO WS-HIST-READ-COUNT
006470             PERFORM 2200-SPLIT-ONE-RECORD THRU 2200-EXIT
006480     END-READ.
006490 2100-EXIT.
006500     EXIT.
006510
006520*-----------------------------------------------------------
006530* 2200-SPLIT-ONE-RECORD - A RECORD WITH NO USABLE DATE
006540* CANNOT BE AGED AND IS KEPT. AN ARCHIVED RECORD WITH A
006550* NON-NUMERIC QUANTITY IS ARCHIVED BUT LEFT OUT OF THE
006560* SUMMARIES.
006570*-----------------------------------------------------------
006580 2200-SPLIT-ONE-RECORD.
006590     IF HJ-RUN-DATE NOT NUMERIC
006600         DISPLAY 'ITMHSTRT - UNDATED JOURNAL RECORD RETAINED - '
006610             HJ-ITEM-CODE ' ' HJ-WHSE
006620         ADD 1 TO WS-UNDATED-COUNT
006630         PERFORM 2300-WRITE-RETAINED THRU 2300-EXIT
006640         GO TO 2200-EXIT
006650     END-IF.
006660     IF HJ-RUN-DATE-9 NOT < WS-CUTOFF-DATE
006670         PERFORM 2300-WRITE-RETAINED THRU 2300-EXIT
006680         GO TO 2200-EXIT
006690     END-IF.
006700     WRITE HIST-ARCHIVE-RECORD FROM TXN-HISTORY-RECORD.
006710     ADD 1 TO WS-ARCHIVED-COUNT.
006720     IF HJ-QTY NOT NUMERIC
006730       OR HJ-BEFORE-QTY NOT NUMERIC
006740       OR HJ-AFTER-QTY NOT NUMERIC
006750         DISPLAY 'ITMHSTRT - NON-NUMERIC JOURNAL RECORD '
006760             'ARCHIVED UNSUMMARIZED - ' HJ-ITEM-CODE ' '
006770             HJ-WHSE ' ' HJ-RUN-DATE
006780         ADD 1 TO WS-NOT-SUMMED-COUNT
006790         GO TO 2200-EXIT
006800     END-IF.
006810     MOVE TXN-HISTORY-RECORD TO SORT-WORK-RECORD.
006820     RELEASE SORT-WORK-RECORD.
006830 2200-EXIT.
006840     EXIT.
006850
006860 2300-WRITE-RETAINED.
006870     WRITE HIST-RETAIN-RECORD FROM TXN-HISTORY-RECORD.
006880     ADD 1 TO WS-RETAINED-COUNT.
006890 2300-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------------
006930* 3000-BUILD-SUMMARIES - SORT OUTPUT PROCEDURE. MERGES THE
006940* EXISTING SUMMARIES WITH THE NEW MONTHS ON ITEM, WAREHOUSE,
006950* AND MONTH. A MONTH ALREADY SUMMARIZED MEANS ITS DETAIL
006960* WAS ARCHIVED BEFORE, AND THE RUN IS STOPPED.
006970*-----------------------------------------------------------
006980 3000-BUILD-SUMMARIES.
006990     PERFORM 3500-RETURN-MOVEMENT THRU 3500-EXIT.
007000     PERFORM 3600-READ-OLD-SUMMARY THRU 3600-EXIT.
007010     PERFORM 3100-MATCH-ONE-KEY THRU 3100-EXIT
007020         UNTIL WS-SORT-KEY = HIGH-VALUES
007030           AND WS-OLD-KEY = HIGH-VALUES.
007040     IF WS-SUM-NEW-COUNT = ZERO
007050         WRITE RETENTION-RPT-RECORD FROM WS-RPT-NONE-LINE
007060             AFTER ADVANCING 2 LINES
007070         ADD 2 TO WS-LINE-COUNT
007080     END-IF.
007090 3000-EXIT.
007100     EXIT.
007110
007120 3100-MATCH-ONE-KEY.
007130     IF WS-OLD-KEY < WS-SORT-KEY
007140         WRITE SUMMARY-OUT-RECORD FROM SUMMARY-IN-RECORD
007150         ADD 1 TO WS-SUM-CARRIED-COUNT
007160         ADD 1 TO WS-SUM-WRITTEN-COUNT
007170         PERFORM 3600-READ-OLD-SUMMARY THRU 3600-EXIT
007180         GO TO 3100-EXIT
007190     END-IF.
007200     IF WS-OLD-KEY = WS-SORT-KEY
007210         DISPLAY 'ITMHSTRT - SUMMARY ALREADY ON FILE FOR '
007220             WS-SORT-ITEM ' ' WS-SORT-WHSE ' ' WS-SORT-PERIOD
007230         DISPLAY 'ITMHSTRT - MONTH WAS ARCHIVED BY AN EARLIER '
007240             'RUN - JOB ABENDING'
007250         PERFORM 9900-ABEND-JOB
007260     END-IF.
007270     PERFORM 3200-SUMMARIZE-ONE-KEY THRU 3200-EXIT.
007280 3100-EXIT.
007290     EXIT.
007300
007310*-----------------------------------------------------------
007320* 3200-SUMMARIZE-ONE-KEY - ROLL UP ONE ITEM/WAREHOUSE/MONTH,
007330* WRITE ITS SUMMARY, AND PROVE OPENING + MOVEMENTS AGAINST
007340* THE CLOSING
007350*-----------------------------------------------------------
007360 3200-SUMMARIZE-ONE-KEY.
007370     MOVE WS-SORT-KEY TO WS-GROUP-KEY.
007380     INITIALIZE WS-SUMMARY-WORK.
007390     MOVE SR-BEFORE-QTY TO WS-SW-OPEN-QTY.
007400     PERFORM 3300-ADD-MOVEMENT THRU 3300-EXIT
007410         UNTIL WS-SORT-KEY NOT = WS-GROUP-KEY.
007420     COMPUTE WS-SW-NET-MOVEMENT = WS-SW-RECEIPTS
007430                                - WS-SW-ISSUES
007440                                + WS-SW-XFER-IN
007450                                - WS-SW-XFER-OUT
007460                                + WS-SW-ADJ-UP
007470                                - WS-SW-ADJ-DOWN.
007480     ADD WS-SW-OPEN-QTY WS-SW-NET-MOVEMENT
007490         GIVING WS-SW-COMPUTED-QTY.
007500     ADD WS-SW-OPEN-QTY     TO WS-TOT-OPEN-QTY.
007510     ADD WS-SW-NET-MOVEMENT TO WS-TOT-NET-MOVEMENT.
007520     ADD WS-SW-CLOSE-QTY    TO WS-TOT-CLOSE-QTY.
007530     MOVE SPACES             TO SUMMARY-OUT-RECORD.
007540     MOVE WS-GROUP-KEY       TO NS-KEY.
007550     MOVE WS-SW-OPEN-QTY     TO NS-OPEN-QTY.
007560     MOVE WS-SW-RECEIPTS     TO NS-RECEIPTS.
007570     MOVE WS-SW-ISSUES       TO NS-ISSUES.
007580     MOVE WS-SW-XFER-IN      TO NS-XFER-IN.
007590     MOVE WS-SW-XFER-OUT     TO NS-XFER-OUT.
007600     MOVE WS-SW-ADJ-UP       TO NS-ADJ-UP.
007610     MOVE WS-SW-ADJ-DOWN     TO NS-ADJ-DOWN.
007620     MOVE WS-SW-CLOSE-QTY    TO NS-CLOSE-QTY.
007630     WRITE SUMMARY-OUT-RECORD.
007640     ADD 1 TO WS-SUM-NEW-COUNT.
007650     ADD 1 TO WS-SUM-WRITTEN-COUNT.
007660     PERFORM 4000-PRINT-SUMMARY-LINE THRU 4000-EXIT.
007670 3200-EXIT.
007680     EXIT.
007690
007700*-----------------------------------------------------------
007710* 3300-ADD-MOVEMENT - BUCKET ONE MOVEMENT BY ITS NET (AFTER
007720* - BEFORE). A TRANSFER IS OUT WHEN THE ROW WENT DOWN AND IN
007730* WHEN IT WENT UP. ANYTHING ELSE - INCLUDING A RECEIPT OR
007740* ISSUE THAT MOVED THE WRONG WAY - IS AN ADJUSTMENT.
007750*-----------------------------------------------------------
007760 3300-ADD-MOVEMENT.
007770     SUBTRACT SR-BEFORE-QTY FROM SR-AFTER-QTY
007780         GIVING WS-SW-DELTA.
007790     EVALUATE TRUE
007800         WHEN SR-TXN-TYPE = 'R'
007810           AND WS-SW-DELTA NOT < 0
007820             ADD WS-SW-DELTA TO WS-SW-RECEIPTS
007830         WHEN SR-TXN-TYPE = 'I'
007840           AND WS-SW-DELTA NOT > 0
007850             SUBTRACT WS-SW-DELTA FROM WS-SW-ISSUES
007860         WHEN SR-TXN-TYPE = 'T'
007870           AND WS-SW-DELTA < 0
007880             SUBTRACT WS-SW-DELTA FROM WS-SW-XFER-OUT
007890         WHEN SR-TXN-TYPE = 'T'
007900             ADD WS-SW-DELTA TO WS-SW-XFER-IN
007910         WHEN WS-SW-DELTA < 0
007920             SUBTRACT WS-SW-DELTA FROM WS-SW-ADJ-DOWN
007930         WHEN OTHER
007940             ADD WS-SW-DELTA TO WS-SW-ADJ-UP
007950     END-EVALUATE.
007960     MOVE SR-AFTER-QTY TO WS-SW-CLOSE-QTY.
007970     ADD 1 TO WS-SUMMED-COUNT.
007980     PERFORM 3500-RETURN-MOVEMENT THRU 3500-EXIT.
007990 3300-EXIT.
008000     EXIT.
008010
008020 3500-RETURN-MOVEMENT.
008030     RETURN SORT-WORK-FILE
008040         AT END
008050             MOVE HIGH-VALUES TO WS-SORT-KEY
008060         NOT AT END
008070             MOVE SR-ITEM-CODE TO WS-SORT-ITEM
008080             MOVE SR-WHSE      TO WS-SORT-WHSE
008090             MOVE SR-PERIOD    TO WS-SORT-PERIOD
008100     END-RETURN.
008110 3500-EXIT.
008120     EXIT.
008130
008140 3600-READ-OLD-SUMMARY.
008150     IF NOT WS-MS-OPEN
008160         MOVE HIGH-VALUES TO WS-OLD-KEY
008170         GO TO 3600-EXIT
008180     END-IF.
008190     READ SUMMARY-IN-FILE
008200         AT END
008210             MOVE HIGH-VALUES TO WS-OLD-KEY
008220         NOT AT END
008230             ADD 1 TO WS-SUM-READ-COUNT
008240             IF MS-KEY NOT > WS-OLD-KEY
008250                 DISPLAY 'ITMHSTRT - SUMMARY-IN-FILE OUT OF '
008260                     'ASCENDING SEQUENCE AT ' MS-KEY
008270                 PERFORM 9900-ABEND-JOB
008280             END-IF
008290             MOVE MS-KEY TO WS-OLD-KEY
008300     END-READ.
008310 3600-EXIT.
008320     EXIT.
008330
008340*-----------------------------------------------------------
008350* 4000/4100 - SUMMARY REGISTER LINE AND REPORT HEADINGS. A
008360* SUMMARY THAT DOES NOT PROVE SHOWS THE CLOSING ITS
008370* MOVEMENTS GIVE.
008380*-----------------------------------------------------------
008390 4000-PRINT-SUMMARY-LINE.
008400     MOVE SPACES             TO WS-RPT-DETAIL-LINE.
008410     MOVE NS-ITEM-CODE       TO RPT-D-ITEM.
008420     MOVE NS-WHSE            TO RPT-D-WHSE.
008430     MOVE NS-PERIOD          TO RPT-D-PERIOD.
008440     MOVE WS-SW-OPEN-QTY     TO RPT-D-OPEN.
008450     MOVE WS-SW-RECEIPTS     TO RPT-D-RECEIPTS.
008460     MOVE WS-SW-ISSUES       TO RPT-D-ISSUES.
008470     MOVE WS-SW-XFER-IN      TO RPT-D-XFER-IN.
008480     MOVE WS-SW-XFER-OUT     TO RPT-D-XFER-OUT.
008490     MOVE WS-SW-ADJ-UP       TO RPT-D-ADJ-UP.
008500     MOVE WS-SW-ADJ-DOWN     TO RPT-D-ADJ-DOWN.
008510     MOVE WS-SW-CLOSE-QTY    TO RPT-D-CLOSE.
008520     IF WS-SW-COMPUTED-QTY = WS-SW-CLOSE-QTY
008530         MOVE 'OK'           TO RPT-D-NOTE
008540         ADD 1 TO WS-SUM-PROVED-COUNT
008550     ELSE
008560         MOVE '*** MOVEMENTS ='  TO RPT-D-NOTE
008570         MOVE WS-SW-COMPUTED-QTY TO RPT-D-COMPUTED
008580         ADD 1 TO WS-SUM-NOT-PROVED-COUNT
008590     END-IF.
008600     IF WS-LINE-COUNT > 50
008610         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
008620     END-IF.
008630     WRITE RETENTION-RPT-RECORD FROM WS-RPT-DETAIL-LINE
008640         AFTER ADVANCING 1 LINE.
008650     ADD 1 TO WS-LINE-COUNT.
008660 4000-EXIT.
008670     EXIT.
008680
008690 4100-WRITE-REPORT-HEADINGS.
008700     ADD 1 TO WS-PAGE-COUNT.
008710     MOVE WS-AS-OF-DATE    TO RPT-H-AS-OF-DATE.
008720     MOVE WS-PAGE-COUNT    TO RPT-H-PAGE.
008730     WRITE RETENTION-RPT-RECORD FROM WS-RPT-HEADING-1
008740         AFTER ADVANCING PAGE.
008750     MOVE WS-RETAIN-MONTHS TO RPT-P-RETAIN.
008760     MOVE WS-CUTOFF-DATE   TO RPT-P-CUTOFF.
008770     WRITE RETENTION-RPT-RECORD FROM WS-RPT-PARM-LINE
008780         AFTER ADVANCING 1 LINE.
008790     WRITE RETENTION-RPT-RECORD FROM WS-RPT-HEADING-2
008800         AFTER ADVANCING 2 LINES.
008810     MOVE 4 TO WS-LINE-COUNT.
008820 4100-EXIT.
008830     EXIT.
008840
008850*-----------------------------------------------------------
008860* 5000-WRITE-CONTROL-TOTALS - PROVE THE RUN. RECORDS READ
008870* MUST EQUAL ARCHIVED + RETAINED, AND ARCHIVED MUST EQUAL
008880* SUMMARIZED + NOT SUMMARIZED. TOTAL OPENING PLUS NET
008890* MOVEMENT OF THE NEW SUMMARIES MUST EQUAL TOTAL CLOSING.
008900*-----------------------------------------------------------
008910 5000-WRITE-CONTROL-TOTALS.
008920     IF WS-LINE-COUNT > 34
008930         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
008940     END-IF.
008950     WRITE RETENTION-RPT-RECORD FROM WS-RPT-CONTROL-HEADING
008960         AFTER ADVANCING 3 LINES.
008970     MOVE 'TXNHIST RECORDS READ'        TO RPT-C-LABEL.
008980     MOVE WS-HIST-READ-COUNT            TO RPT-C-AMOUNT.
008990     MOVE SPACES                        TO RPT-C-NOTE.
009000     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009010     MOVE 'DETAIL ARCHIVED (HISTARCH)'  TO RPT-C-LABEL.
009020     MOVE WS-ARCHIVED-COUNT             TO RPT-C-AMOUNT.
009030     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009040     MOVE 'DETAIL RETAINED (NEXTHIST)'  TO RPT-C-LABEL.
009050     MOVE WS-RETAINED-COUNT             TO RPT-C-AMOUNT.
009060     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009070     ADD WS-ARCHIVED-COUNT WS-RETAINED-COUNT
009080         GIVING WS-CONTROL-TOTAL.
009090     MOVE 'ARCHIVED + RETAINED'         TO RPT-C-LABEL.
009100     MOVE WS-CONTROL-TOTAL              TO RPT-C-AMOUNT.
009110     IF WS-CONTROL-TOTAL = WS-HIST-READ-COUNT
009120         MOVE 'EQUALS RECORDS READ'     TO RPT-C-NOTE
009130     ELSE
009140         MOVE '*** OUT OF BALANCE'      TO RPT-C-NOTE
009150         MOVE 'N' TO WS-COUNTS-BALANCE-SWITCH
009160     END-IF.
009170     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009180     MOVE SPACES                        TO RPT-C-NOTE.
009190     MOVE 'UNDATED RECORDS RETAINED'    TO RPT-C-LABEL.
009200     MOVE WS-UNDATED-COUNT              TO RPT-C-AMOUNT.
009210     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009220     MOVE 'ARCHIVED MOVEMENTS SUMMARIZED' TO RPT-C-LABEL.
009230     MOVE WS-SUMMED-COUNT               TO RPT-C-AMOUNT.
009240     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009250     MOVE 'ARCHIVED BUT NOT SUMMARIZED' TO RPT-C-LABEL.
009260     MOVE WS-NOT-SUMMED-COUNT           TO RPT-C-AMOUNT.
009270     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009280     ADD WS-SUMMED-COUNT WS-NOT-SUMMED-COUNT
009290         GIVING WS-CONTROL-TOTAL.
009300     MOVE 'SUMMARIZED + NOT SUMMARIZED' TO RPT-C-LABEL.
009310     MOVE WS-CONTROL-TOTAL              TO RPT-C-AMOUNT.
009320     IF WS-CONTROL-TOTAL = WS-ARCHIVED-COUNT
009330         MOVE 'EQUALS ARCHIVED'         TO RPT-C-NOTE
009340     ELSE
009350         MOVE '*** OUT OF BALANCE'      TO RPT-C-NOTE
009360         MOVE 'N' TO WS-COUNTS-BALANCE-SWITCH
009370     END-IF.
009380     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009390     MOVE SPACES                        TO RPT-C-NOTE.
009400     MOVE 'SUMMARIES CARRIED FORWARD'   TO RPT-C-LABEL.
009410     MOVE WS-SUM-CARRIED-COUNT          TO RPT-C-AMOUNT.
009420     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009430     MOVE 'NEW MONTHLY SUMMARIES'       TO RPT-C-LABEL.
009440     MOVE WS-SUM-NEW-COUNT              TO RPT-C-AMOUNT.
009450     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009460     MOVE 'SUMMARIES WRITTEN (NEXTSUMH)' TO RPT-C-LABEL.
009470     MOVE WS-SUM-WRITTEN-COUNT          TO RPT-C-AMOUNT.
009480     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009490     MOVE 'NEW SUMMARIES PROVED'        TO RPT-C-LABEL.
009500     MOVE WS-SUM-PROVED-COUNT           TO RPT-C-AMOUNT.
009510     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009520     MOVE 'NEW SUMMARIES NOT PROVED'    TO RPT-C-LABEL.
009530     MOVE WS-SUM-NOT-PROVED-COUNT       TO RPT-C-AMOUNT.
009540     IF WS-SUM-NOT-PROVED-COUNT > 0
009550         MOVE '*** SEE REGISTER'        TO RPT-C-NOTE
009560     END-IF.
009570     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009580     MOVE SPACES                        TO RPT-C-NOTE.
009590     MOVE 'TOTAL OPENING QUANTITY'      TO RPT-C-LABEL.
009600     MOVE WS-TOT-OPEN-QTY               TO RPT-C-AMOUNT.
009610     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009620     MOVE 'TOTAL NET MOVEMENT'          TO RPT-C-LABEL.
009630     MOVE WS-TOT-NET-MOVEMENT           TO RPT-C-AMOUNT.
009640     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009650     ADD WS-TOT-OPEN-QTY WS-TOT-NET-MOVEMENT
009660         GIVING WS-TOT-EXPECTED-QTY.
009670     MOVE 'OPENING + NET MOVEMENT'      TO RPT-C-LABEL.
009680     MOVE WS-TOT-EXPECTED-QTY           TO RPT-C-AMOUNT.
009690     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009700     MOVE 'TOTAL CLOSING QUANTITY'      TO RPT-C-LABEL.
009710     MOVE WS-TOT-CLOSE-QTY              TO RPT-C-AMOUNT.
009720     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009730     SUBTRACT WS-TOT-EXPECTED-QTY FROM WS-TOT-CLOSE-QTY
009740         GIVING WS-TOT-DIFFERENCE.
009750     MOVE 'DIFFERENCE'                  TO RPT-C-LABEL.
009760     MOVE WS-TOT-DIFFERENCE             TO RPT-C-AMOUNT.
009770     IF WS-TOT-DIFFERENCE NOT = ZERO
009780         MOVE '*** NOT PROVED'          TO RPT-C-NOTE
009790     END-IF.
009800     PERFORM 5100-PRINT-CONTROL-LINE THRU 5100-EXIT.
009810 5000-EXIT.
009820     EXIT.
009830
009840 5100-PRINT-CONTROL-LINE.
009850     WRITE RETENTION-RPT-RECORD FROM WS-RPT-CONTROL-LINE
009860         AFTER ADVANCING 1 LINE.
009870     ADD 1 TO WS-LINE-COUNT.
009880 5100-EXIT.
009890     EXIT.
009900
009910*-----------------------------------------------------------
009920* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
009930*-----------------------------------------------------------
009940 8000-WRITE-AUDIT-LOG.
009950     MOVE WS-RUN-DATE             TO AL-RUN-DATE.
009960     MOVE WS-RUN-TIME             TO AL-RUN-TIME.
009970     MOVE 'ITMHSTRT'              TO AL-JOB-ID.
009980     MOVE WS-HIST-READ-COUNT      TO AL-READ-COUNT.
009990     MOVE WS-ARCHIVED-COUNT       TO AL-WRITTEN-COUNT.
010000     MOVE WS-SUM-NOT-PROVED-COUNT TO AL-EXCEPTION-COUNT.
010010     COMPUTE AL-REJECT-COUNT = WS-NOT-SUMMED-COUNT
010020                             + WS-UNDATED-COUNT.
010030     MOVE WS-AUDIT-DISP           TO AL-DISPOSITION.
010040     WRITE AUDIT-LOG-RECORD.
010050 8000-EXIT.
010060     EXIT.
010070
010080*-----------------------------------------------------------
010090* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
010100* NORMAL, 4 SUMMARIES NOT PROVED OR RECORDS NOT SUMMARIZED
010110* OR AGED, 8 RECORD COUNTS OUT OF BALANCE), AND SIGN OFF
010120*-----------------------------------------------------------
010130 9000-TERMINATE.
010140     IF NOT WS-COUNTS-BALANCE
010150         MOVE 'MISMATCH' TO WS-AUDIT-DISP
010160         MOVE 8 TO RETURN-CODE
010170     ELSE
010180         IF WS-SUM-NOT-PROVED-COUNT > 0
010190           OR WS-NOT-SUMMED-COUNT > 0
010200           OR WS-UNDATED-COUNT > 0
010210             MOVE 'WARNING' TO WS-AUDIT-DISP
010220             MOVE 4 TO RETURN-CODE
010230         ELSE
010240             MOVE 'NORMAL' TO WS-AUDIT-DISP
010250             MOVE ZERO TO RETURN-CODE
010260         END-IF
010270     END-IF.
010280     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
010290     CLOSE AUDIT-LOG-FILE.
010300     IF WS-MS-OPEN
010310         CLOSE SUMMARY-IN-FILE
010320     END-IF.
010330     CLOSE SUMMARY-OUT-FILE.
010340     CLOSE HIST-RETAIN-FILE.
010350     CLOSE HIST-ARCHIVE-FILE.
010360     CLOSE RETENTION-RPT-FILE.
010370     DISPLAY 'ITMHSTRT - RETENTION CUTOFF:     ' WS-CUTOFF-DATE.
010380     DISPLAY 'ITMHSTRT - HISTORY RECORDS READ: '
010390         WS-HIST-READ-COUNT.
010400     DISPLAY 'ITMHSTRT - DETAIL ARCHIVED:      '
010410         WS-ARCHIVED-COUNT.
010420     DISPLAY 'ITMHSTRT - DETAIL RETAINED:      '
010430         WS-RETAINED-COUNT.
010440     DISPLAY 'ITMHSTRT - NEW SUMMARIES:        '
010450         WS-SUM-NEW-COUNT.
010460     DISPLAY 'ITMHSTRT - SUMMARIES WRITTEN:    '
010470         WS-SUM-WRITTEN-COUNT.
010480     DISPLAY 'ITMHSTRT - SUMMARIES NOT PROVED: '
010490         WS-SUM-NOT-PROVED-COUNT.
010500     DISPLAY 'ITMHSTRT - RETURN CODE SET TO ' RETURN-CODE.
010510 9000-EXIT.
010520     EXIT.
010530
010540*-----------------------------------------------------------
010550* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
010560* ERROR
010570*-----------------------------------------------------------
010580 9900-ABEND-JOB.
010590     DISPLAY 'ITMHSTRT - JOB TERMINATED - SEE ERROR ABOVE'.
010600     IF WS-AL-OPEN
010610         MOVE 'ABEND' TO WS-AUDIT-DISP
010620         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
010630         CLOSE AUDIT-LOG-FILE
010640     END-IF.
010650     IF WS-PC-OPEN
010660         CLOSE PARM-CARD-FILE
010670     END-IF.
010680     IF WS-HJ-OPEN
010690         CLOSE TXN-HISTORY-FILE
010700     END-IF.
010710     IF WS-MS-OPEN
010720         CLOSE SUMMARY-IN-FILE
010730     END-IF.
010740     IF WS-NS-OPEN
010750         CLOSE SUMMARY-OUT-FILE
010760     END-IF.
010770     IF WS-HR-OPEN
010780         CLOSE HIST-RETAIN-FILE
010790     END-IF.
010800     IF WS-HA-OPEN
010810         CLOSE HIST-ARCHIVE-FILE
010820     END-IF.
010830     IF WS-RR-OPEN
010840         CLOSE RETENTION-RPT-FILE
010850     END-IF.
010860     MOVE 16 TO RETURN-CODE.
010870     STOP RUN.
