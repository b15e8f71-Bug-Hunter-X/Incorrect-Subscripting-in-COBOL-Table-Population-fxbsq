000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMRECON.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/05/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/05/2026 JH    INVENTORY ROLL-FORWARD RECONCILIATION.
000130*                  STARTS FROM THE PRIOR-DAY TABLE EXTRACT
000140*                  (PRIORTB), ROLLS EACH ITEM/WAREHOUSE
000150*                  FORWARD THROUGH THE DAY'S TXNHIST
000160*                  MOVEMENTS - PRIOR + RECEIPTS - ISSUES
000170*                  - TRANSFERS OUT + TRANSFERS IN +/- NET
000180*                  ADJUSTMENTS - AND COMPARES THE EXPECTED
000190*                  QUANTITY TO THE CURRENT ITMTBOUT EXTRACT.
000200*                  EVERY ROW THAT DOES NOT ROLL FORWARD IS
000210*                  LISTED, WHICH CATCHES QUANTITY CHANGES
000220*                  MADE OUTSIDE ITMTXNAP (SUSPENSE REAPPLY,
000230*                  MASTER MAINTENANCE, HAND EDITS). EACH
000240*                  MOVEMENT IS TAKEN FROM ITS BEFORE AND
000250*                  AFTER QUANTITIES SO AN ABSOLUTE
000260*                  ADJUSTMENT COUNTS ONLY ITS NET EFFECT.
000270*                  RETURN CODE 8 WHEN ANY ROW IS OUT.
000280*-----------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-CARD-FILE
000380         ASSIGN TO PARMCARD
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PC-FILE-STATUS.
000410
000420     SELECT PRIOR-TABLE-FILE
000430         ASSIGN TO PRIORTB
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-PT-FILE-STATUS.
000460
000470     SELECT CURR-TABLE-FILE
000480         ASSIGN TO ITMTBOUT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CT-FILE-STATUS.
000510
000520     SELECT TXN-HISTORY-FILE
000530         ASSIGN TO TXNHIST
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-HJ-FILE-STATUS.
000560
000570     SELECT RECON-RPT-FILE
000580         ASSIGN TO RECONRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RR-FILE-STATUS.
000610
000620     SELECT AUDIT-LOG-FILE
000630         ASSIGN TO AUDITLOG
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-AL-FILE-STATUS.
000660
000670     SELECT SORT-WORK-FILE
000680         ASSIGN TO SORTWORK.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PARM-CARD-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  PARM-CARD-RECORD.
000760     05  PC-COMMENT-FLAG          PIC X(01).
000770     05  FILLER                   PIC X(79).
000780
000790 FD  PRIOR-TABLE-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  PRIOR-TABLE-RECORD.
000830     05  PT-KEY.
000840         10  PT-ITEM              PIC X(20).
000850         10  PT-WHSE              PIC X(03).
000860     05  PT-QTY                   PIC 9(05).
000870     05  PT-CATEGORY              PIC X(04).
000880     05  PT-DESC                  PIC X(20).
000890     05  FILLER                   PIC X(28).
000900
000910 FD  CURR-TABLE-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  CURR-TABLE-RECORD.
000950     05  CT-KEY.
000960         10  CT-ITEM              PIC X(20).
000970         10  CT-WHSE              PIC X(03).
000980     05  CT-QTY                   PIC 9(05).
000990     05  CT-CATEGORY              PIC X(04).
001000     05  CT-DESC                  PIC X(20).
001010     05  FILLER                   PIC X(28).
001020
001030 FD  TXN-HISTORY-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  TXN-HISTORY-RECORD.
001070     05  HJ-ITEM-CODE             PIC X(20).
001080     05  HJ-WHSE                  PIC X(03).
001090     05  HJ-TXN-TYPE              PIC X(01).
001100     05  HJ-QTY                   PIC X(05).
001110     05  HJ-BEFORE-QTY            PIC X(05).
001120     05  HJ-AFTER-QTY             PIC X(05).
001130     05  HJ-RUN-DATE              PIC X(08).
001140     05  FILLER                   PIC X(33).
001150
001160 FD  RECON-RPT-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 132 CHARACTERS.
001190 01  RECON-RPT-RECORD            PIC X(132).
001200
001210 FD  AUDIT-LOG-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  AUDIT-LOG-RECORD.
001250     COPY ITMAUDIT.
001260
001270 SD  SORT-WORK-FILE
001280     RECORD CONTAINS 80 CHARACTERS.
001290 01  SORT-WORK-RECORD.
001300     05  SR-KEY.
001310         10  SR-ITEM-CODE         PIC X(20).
001320         10  SR-WHSE              PIC X(03).
001330     05  SR-TXN-TYPE              PIC X(01).
001340     05  SR-QTY                   PIC 9(05).
001350     05  SR-BEFORE-QTY            PIC 9(05).
001360     05  SR-AFTER-QTY             PIC 9(05).
001370     05  SR-RUN-DATE              PIC 9(08).
001380     05  FILLER                   PIC X(33).
001390
001400 WORKING-STORAGE SECTION.
001410 77  WS-HIST-READ-COUNT           PIC 9(07) VALUE ZERO.
001420 77  WS-SELECTED-COUNT            PIC 9(07) VALUE ZERO.
001430 77  WS-SKIPPED-COUNT             PIC 9(07) VALUE ZERO.
001440 77  WS-OTHER-DATE-COUNT          PIC 9(07) VALUE ZERO.
001450 77  WS-RECORDS-READ-COUNT        PIC 9(07) VALUE ZERO.
001460 77  WS-ROWS-CHECKED-COUNT        PIC 9(07) VALUE ZERO.
001470 77  WS-IN-BALANCE-COUNT          PIC 9(07) VALUE ZERO.
001480 77  WS-OUT-BALANCE-COUNT         PIC 9(07) VALUE ZERO.
001490 77  WS-RECON-DATE                PIC 9(08) VALUE ZERO.
001500 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
001510 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
001520 77  WS-PRIOR-KEY                 PIC X(23) VALUE LOW-VALUES.
001530 77  WS-CURR-KEY                  PIC X(23) VALUE LOW-VALUES.
001540 77  WS-MOVE-KEY                  PIC X(23) VALUE LOW-VALUES.
001550 77  WS-SORT-KEY                  PIC X(23) VALUE LOW-VALUES.
001560 77  WS-LOW-KEY                   PIC X(23) VALUE LOW-VALUES.
001570 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001580 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001590 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001600
001610 01  WS-SWITCHES.
001620     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001630         88  WS-EOF-YES                 VALUE 'Y'.
001640         88  WS-EOF-NO                  VALUE 'N'.
001650     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001660         88  WS-PC-OPEN                 VALUE 'Y'.
001670     05  WS-PT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001680         88  WS-PT-OPEN                 VALUE 'Y'.
001690     05  WS-CT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001700         88  WS-CT-OPEN                 VALUE 'Y'.
001710     05  WS-HJ-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001720         88  WS-HJ-OPEN                 VALUE 'Y'.
001730     05  WS-RR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001740         88  WS-RR-OPEN                 VALUE 'Y'.
001750     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001760         88  WS-AL-OPEN                 VALUE 'Y'.
001770
001780 01  WS-FILE-STATUSES.
001790     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001800     05  WS-PT-FILE-STATUS        PIC X(02) VALUE SPACES.
001810     05  WS-CT-FILE-STATUS        PIC X(02) VALUE SPACES.
001820     05  WS-HJ-FILE-STATUS        PIC X(02) VALUE SPACES.
001830     05  WS-RR-FILE-STATUS        PIC X(02) VALUE SPACES.
001840     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
001850
001860 01  WS-PARM-AREA.
001870     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
001880     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
001890     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
001900     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
001910     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
001920     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
001930     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
001940                                  PIC 9(01).
001950     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
001960         88  WS-PARM-NUM-OK             VALUE 'Y'.
001970     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
001980         88  WS-PARM-VAL-END            VALUE 'Y'.
001990
002000*-----------------------------------------------------------
002010* ONE ITEM/WAREHOUSE ROLL-FORWARD. THE MOVEMENT BUCKETS ARE
002020* BUILT FROM EACH JOURNAL RECORD'S BEFORE/AFTER QUANTITIES.
002030*-----------------------------------------------------------
002040 01  WS-ROLL-AREA.
002050     05  WS-RL-PRIOR-QTY          PIC S9(07) VALUE ZERO.
002060     05  WS-RL-RECEIPTS           PIC S9(07) VALUE ZERO.
002070     05  WS-RL-ISSUES             PIC S9(07) VALUE ZERO.
002080     05  WS-RL-XFER-IN            PIC S9(07) VALUE ZERO.
002090     05  WS-RL-XFER-OUT           PIC S9(07) VALUE ZERO.
002100     05  WS-RL-ADJUST             PIC S9(07) VALUE ZERO.
002110     05  WS-RL-EXPECTED           PIC S9(07) VALUE ZERO.
002120     05  WS-RL-CURRENT            PIC S9(07) VALUE ZERO.
002130     05  WS-RL-DIFFERENCE         PIC S9(07) VALUE ZERO.
002140     05  WS-RL-DELTA              PIC S9(07) VALUE ZERO.
002150
002160 01  WS-MOVE-ACCUM.
002170     05  WS-MV-RECEIPTS           PIC S9(07) VALUE ZERO.
002180     05  WS-MV-ISSUES             PIC S9(07) VALUE ZERO.
002190     05  WS-MV-XFER-IN            PIC S9(07) VALUE ZERO.
002200     05  WS-MV-XFER-OUT           PIC S9(07) VALUE ZERO.
002210     05  WS-MV-ADJUST             PIC S9(07) VALUE ZERO.
002220
002230 01  WS-CONTROL-TOTALS.
002240     05  WS-TOT-PRIOR-QTY         PIC S9(09) VALUE ZERO.
002250     05  WS-TOT-NET-MOVEMENT      PIC S9(09) VALUE ZERO.
002260     05  WS-TOT-EXPECTED-QTY      PIC S9(09) VALUE ZERO.
002270     05  WS-TOT-CURRENT-QTY       PIC S9(09) VALUE ZERO.
002280     05  WS-TOT-DIFFERENCE        PIC S9(09) VALUE ZERO.
002290
002300 01  WS-RPT-HEADING-1.
002310     05  FILLER                   PIC X(40) VALUE
002320             'INVENTORY ROLL-FORWARD RECONCILIATION'.
002330     05  FILLER                   PIC X(14) VALUE
002340             'MOVEMENT DATE:'.
002350     05  RPT-H-RECON-DATE         PIC 9(08).
002360     05  FILLER                   PIC X(70) VALUE SPACES.
002370 01  WS-RPT-HEADING-2.
002380     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
002390     05  FILLER                   PIC X(05) VALUE 'WH'.
002400     05  FILLER                   PIC X(10) VALUE '    PRIOR'.
002410     05  FILLER                   PIC X(10) VALUE ' RECEIPTS'.
002420     05  FILLER                   PIC X(10) VALUE '   ISSUES'.
002430     05  FILLER                   PIC X(10) VALUE '  XFER IN'.
002440     05  FILLER                   PIC X(10) VALUE ' XFER OUT'.
002450     05  FILLER                   PIC X(10) VALUE '   ADJUST'.
002460     05  FILLER                   PIC X(10) VALUE ' EXPECTED'.
002470     05  FILLER                   PIC X(10) VALUE '  CURRENT'.
002480     05  FILLER                   PIC X(10) VALUE '     DIFF'.
002490     05  FILLER                   PIC X(15) VALUE SPACES.
002500 01  WS-RPT-DETAIL-LINE.
002510     05  RPT-D-ITEM               PIC X(20).
002520     05  FILLER                   PIC X(02) VALUE SPACES.
002530     05  RPT-D-WHSE               PIC X(03).
002540     05  FILLER                   PIC X(02) VALUE SPACES.
002550     05  RPT-D-PRIOR              PIC ZZZZZZZ9-.
002560     05  FILLER                   PIC X(01) VALUE SPACES.
002570     05  RPT-D-RECEIPTS           PIC ZZZZZZZ9-.
002580     05  FILLER                   PIC X(01) VALUE SPACES.
002590     05  RPT-D-ISSUES             PIC ZZZZZZZ9-.
002600     05  FILLER                   PIC X(01) VALUE SPACES.
002610     05  RPT-D-XFER-IN            PIC ZZZZZZZ9-.
002620     05  FILLER                   PIC X(01) VALUE SPACES.
002630     05  RPT-D-XFER-OUT           PIC ZZZZZZZ9-.
002640     05  FILLER                   PIC X(01) VALUE SPACES.
002650     05  RPT-D-ADJUST             PIC ZZZZZZZ9-.
002660     05  FILLER                   PIC X(01) VALUE SPACES.
002670     05  RPT-D-EXPECTED           PIC ZZZZZZZ9-.
002680     05  FILLER                   PIC X(01) VALUE SPACES.
002690     05  RPT-D-CURRENT            PIC ZZZZZZZ9-.
002700     05  FILLER                   PIC X(01) VALUE SPACES.
002710     05  RPT-D-DIFFERENCE         PIC ZZZZZZZ9-.
002720     05  FILLER                   PIC X(16) VALUE SPACES.
002730 01  WS-RPT-TOTAL-LINE-1.
002740     05  FILLER                   PIC X(24) VALUE
002750             'ROWS CHECKED:'.
002760     05  RPT-T-CHECKED            PIC Z,ZZZ,ZZ9.
002770     05  FILLER                   PIC X(05) VALUE SPACES.
002780     05  FILLER                   PIC X(16) VALUE
002790             'IN BALANCE:'.
002800     05  RPT-T-IN-BALANCE         PIC Z,ZZZ,ZZ9.
002810     05  FILLER                   PIC X(05) VALUE SPACES.
002820     05  FILLER                   PIC X(20) VALUE
002830             'OUT OF BALANCE:'.
002840     05  RPT-T-OUT-BALANCE        PIC Z,ZZZ,ZZ9.
002850     05  FILLER                   PIC X(35) VALUE SPACES.
002860 01  WS-RPT-TOTAL-LINE-2.
002870     05  FILLER                   PIC X(24) VALUE
002880             'MOVEMENTS APPLIED:'.
002890     05  RPT-T-SELECTED           PIC Z,ZZZ,ZZ9.
002900     05  FILLER                   PIC X(05) VALUE SPACES.
002910     05  FILLER                   PIC X(16) VALUE
002920             'SKIPPED:'.
002930     05  RPT-T-SKIPPED            PIC Z,ZZZ,ZZ9.
002940     05  FILLER                   PIC X(69) VALUE SPACES.
002950 01  WS-RPT-TOTAL-LINE-3.
002960     05  FILLER                   PIC X(24) VALUE
002970             'PRIOR QUANTITY:'.
002980     05  RPT-T-PRIOR              PIC ZZZZZZZZ9-.
002990     05  FILLER                   PIC X(04) VALUE SPACES.
003000     05  FILLER                   PIC X(16) VALUE
003010             'NET MOVEMENT:'.
003020     05  RPT-T-NET-MOVEMENT       PIC ZZZZZZZZ9-.
003030     05  FILLER                   PIC X(04) VALUE SPACES.
003040     05  FILLER                   PIC X(20) VALUE
003050             'EXPECTED QUANTITY:'.
003060     05  RPT-T-EXPECTED           PIC ZZZZZZZZ9-.
003070     05  FILLER                   PIC X(34) VALUE SPACES.
003080 01  WS-RPT-TOTAL-LINE-4.
003090     05  FILLER                   PIC X(24) VALUE
003100             'CURRENT QUANTITY:'.
003110     05  RPT-T-CURRENT            PIC ZZZZZZZZ9-.
003120     05  FILLER                   PIC X(04) VALUE SPACES.
003130     05  FILLER                   PIC X(16) VALUE
003140             'UNEXPLAINED:'.
003150     05  RPT-T-DIFFERENCE         PIC ZZZZZZZZ9-.
003160     05  FILLER                   PIC X(68) VALUE SPACES.
003170 01  WS-RPT-NONE-LINE             PIC X(132) VALUE
003180         'ALL ITEM/WAREHOUSE ROWS ROLL FORWARD - NO DIFFERENCES'.
003190
003200 PROCEDURE DIVISION.
003210
003220*-----------------------------------------------------------
003230* 0000-MAINLINE - SORT THE DAY'S MOVEMENTS BY ITEM AND
003240* WAREHOUSE, THEN MATCH THEM AGAINST BOTH EXTRACTS
003250*-----------------------------------------------------------
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     SORT SORT-WORK-FILE
003290         ASCENDING KEY SR-ITEM-CODE
003300                       SR-WHSE
003310         WITH DUPLICATES IN ORDER
003320         INPUT PROCEDURE 2000-SELECT-HISTORY
003330             THRU 2000-EXIT
003340         OUTPUT PROCEDURE 3000-RECONCILE-ROWS
003350             THRU 3000-EXIT.
003360     PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT.
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003380     STOP RUN.
003390
003400*-----------------------------------------------------------
003410* 1000-INITIALIZE - PARM CARDS, OPEN FILES, AND PRIME BOTH
003420* EXTRACTS
003430*-----------------------------------------------------------
003440 1000-INITIALIZE.
003450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003460     ACCEPT WS-RUN-TIME FROM TIME.
003470     MOVE WS-RUN-DATE TO WS-RECON-DATE.
003480     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
003490     OPEN INPUT PRIOR-TABLE-FILE.
003500     IF WS-PT-FILE-STATUS NOT = '00'
003510         DISPLAY 'ITMRECON - UNABLE TO OPEN PRIOR-TABLE-FILE '
003520             '- STATUS ' WS-PT-FILE-STATUS
003530         PERFORM 9900-ABEND-JOB
003540     END-IF.
003550     MOVE 'Y' TO WS-PT-OPEN-SWITCH.
003560     OPEN INPUT CURR-TABLE-FILE.
003570     IF WS-CT-FILE-STATUS NOT = '00'
003580         DISPLAY 'ITMRECON - UNABLE TO OPEN CURR-TABLE-FILE '
003590             '- STATUS ' WS-CT-FILE-STATUS
003600         PERFORM 9900-ABEND-JOB
003610     END-IF.
003620     MOVE 'Y' TO WS-CT-OPEN-SWITCH.
003630     OPEN OUTPUT RECON-RPT-FILE.
003640     IF WS-RR-FILE-STATUS NOT = '00'
003650         DISPLAY 'ITMRECON - UNABLE TO OPEN RECON-RPT-FILE '
003660             '- STATUS ' WS-RR-FILE-STATUS
003670         PERFORM 9900-ABEND-JOB
003680     END-IF.
003690     MOVE 'Y' TO WS-RR-OPEN-SWITCH.
003700     OPEN EXTEND AUDIT-LOG-FILE.
003710     IF WS-AL-FILE-STATUS = '35'
003720         OPEN OUTPUT AUDIT-LOG-FILE
003730     END-IF.
003740     IF WS-AL-FILE-STATUS NOT = '00'
003750         DISPLAY 'ITMRECON - UNABLE TO OPEN AUDIT-LOG-FILE '
003760             '- STATUS ' WS-AL-FILE-STATUS
003770         PERFORM 9900-ABEND-JOB
003780     END-IF.
003790     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
003800     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
003810     PERFORM 2500-READ-PRIOR-TABLE THRU 2500-EXIT.
003820     PERFORM 2600-READ-CURR-TABLE THRU 2600-EXIT.
003830 1000-EXIT.
003840     EXIT.
003850
003860*-----------------------------------------------------------
003870* 1400-PROCESS-PARM-CARDS - RECON-DATE SELECTS THE MOVEMENT
003880* DATE TO ROLL FORWARD. DEFAULTS TO THE RUN DATE WHEN NO
003890* PARM CARD FILE IS SUPPLIED.
003900*-----------------------------------------------------------
003910 1400-PROCESS-PARM-CARDS.
003920     OPEN INPUT PARM-CARD-FILE.
003930     IF WS-PC-FILE-STATUS = '35'
003940         DISPLAY 'ITMRECON - NO PARM CARD FILE - RECONCILING '
003950             'RUN DATE ' WS-RECON-DATE
003960         GO TO 1400-EXIT
003970     END-IF.
003980     IF WS-PC-FILE-STATUS NOT = '00'
003990         DISPLAY 'ITMRECON - UNABLE TO OPEN PARM-CARD-FILE '
004000             '- STATUS ' WS-PC-FILE-STATUS
004010         PERFORM 9900-ABEND-JOB
004020     END-IF.
004030     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
004040     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
004050         UNTIL WS-EOF-YES.
004060     CLOSE PARM-CARD-FILE.
004070     MOVE 'N' TO WS-PC-OPEN-SWITCH.
004080     MOVE 'N' TO WS-EOF-SWITCH.
004090 1400-EXIT.
004100     EXIT.
004110
004120 1410-READ-PARM-CARD.
004130     READ PARM-CARD-FILE
004140         AT END
004150             MOVE 'Y' TO WS-EOF-SWITCH
004160         NOT AT END
004170             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
004180     END-READ.
004190 1410-EXIT.
004200     EXIT.
004210
004220 1420-APPLY-PARM.
004230     IF PARM-CARD-RECORD = SPACES
004240       OR PC-COMMENT-FLAG = '*'
004250         GO TO 1420-EXIT
004260     END-IF.
004270     MOVE SPACES TO WS-PARM-KEYWORD.
004280     MOVE SPACES TO WS-PARM-VALUE.
004290     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
004300         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
004310     IF WS-PARM-KEYWORD = 'RECON-DATE'
004320         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
004330         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
004340             MOVE WS-PARM-NUMERIC TO WS-RECON-DATE
004350             DISPLAY 'ITMRECON - PARM RECON-DATE='
004360                 WS-RECON-DATE
004370             GO TO 1420-EXIT
004380         ELSE
004390             DISPLAY 'ITMRECON - INVALID RECON-DATE VALUE - '
004400                 WS-PARM-VALUE
004410             DISPLAY 'ITMRECON - MUST BE YYYYMMDD'
004420             PERFORM 9900-ABEND-JOB
004430         END-IF
004440     END-IF.
004450     DISPLAY 'ITMRECON - UNRECOGNIZED PARAMETER - '
004460         WS-PARM-KEYWORD.
004470     PERFORM 9900-ABEND-JOB.
004480 1420-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------
004520* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
004530* DIGITS INTO WS-PARM-NUMERIC
004540*-----------------------------------------------------------
004550 1430-CONVERT-PARM-VALUE.
004560     MOVE ZERO TO WS-PARM-NUMERIC.
004570     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
004580     MOVE 1    TO WS-PARM-DIGIT-SUB.
004590     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
004600     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
004610     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
004620         UNTIL WS-PARM-VAL-END
004630            OR NOT WS-PARM-NUM-OK
004640            OR WS-PARM-DIGIT-SUB > 20.
004650     IF WS-PARM-DIGIT-COUNT = 0
004660         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
004670     END-IF.
004680 1430-EXIT.
004690     EXIT.
004700
004710 1431-CONVERT-ONE-DIGIT.
004720     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
004730         TO WS-PARM-DIGIT-X.
004740     IF WS-PARM-DIGIT-X = SPACE
004750         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
004760         GO TO 1431-EXIT
004770     END-IF.
004780     IF WS-PARM-DIGIT-X NOT NUMERIC
004790         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
004800         GO TO 1431-EXIT
004810     END-IF.
004820     IF WS-PARM-DIGIT-COUNT = 8
004830         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
004840         GO TO 1431-EXIT
004850     END-IF.
004860     MULTIPLY WS-PARM-NUMERIC BY 10
004870         GIVING WS-PARM-NUMERIC.
004880     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
004890     ADD 1 TO WS-PARM-DIGIT-COUNT.
004900     ADD 1 TO WS-PARM-DIGIT-SUB.
004910 1431-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------
004950* 2000-SELECT-HISTORY - SORT INPUT PROCEDURE. RELEASES THE
004960* JOURNAL RECORDS FOR THE RECONCILIATION DATE.
004970*-----------------------------------------------------------
004980 2000-SELECT-HISTORY.
004990     OPEN INPUT TXN-HISTORY-FILE.
005000     IF WS-HJ-FILE-STATUS = '35'
005010         DISPLAY 'ITMRECON - NO TXN-HISTORY-FILE - NO '
005020             'MOVEMENTS TO ROLL FORWARD'
005030         GO TO 2000-EXIT
005040     END-IF.
005050     IF WS-HJ-FILE-STATUS NOT = '00'
005060         DISPLAY 'ITMRECON - UNABLE TO OPEN TXN-HISTORY-'
005070             'FILE - STATUS ' WS-HJ-FILE-STATUS
005080         PERFORM 9900-ABEND-JOB
005090     END-IF.
005100     MOVE 'Y' TO WS-HJ-OPEN-SWITCH.
005110     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
005120         UNTIL WS-EOF-YES.
005130     CLOSE TXN-HISTORY-FILE.
005140     MOVE 'N' TO WS-HJ-OPEN-SWITCH.
005150     MOVE 'N' TO WS-EOF-SWITCH.
005160 2000-EXIT.
005170     EXIT.
005180
005190 2100-READ-HISTORY.
005200     READ TXN-HISTORY-FILE
005210         AT END
005220             MOVE 'Y' TO WS-EOF-SWITCH
005230         NOT AT END
005240             ADD 1 TO WS-HIST-READ-COUNT
005250             PERFORM 2200-RELEASE-ONE-RECORD THRU 2200-EXIT
005260     END-READ.
005270 2100-EXIT.
005280     EXIT.
005290
005300 2200-RELEASE-ONE-RECORD.
005310     IF HJ-RUN-DATE NOT NUMERIC
005320       OR HJ-QTY NOT NUMERIC
005330       OR HJ-BEFORE-QTY NOT NUMERIC
005340       OR HJ-AFTER-QTY NOT NUMERIC
005350         ADD 1 TO WS-SKIPPED-COUNT
005360         DISPLAY 'ITMRECON - NON-NUMERIC JOURNAL RECORD '
005370             'SKIPPED - ' HJ-ITEM-CODE ' ' HJ-WHSE
005380         GO TO 2200-EXIT
005390     END-IF.
005400     IF HJ-RUN-DATE NOT = WS-RECON-DATE
005410         ADD 1 TO WS-OTHER-DATE-COUNT
005420         GO TO 2200-EXIT
005430     END-IF.
005440     MOVE TXN-HISTORY-RECORD TO SORT-WORK-RECORD.
005450     RELEASE SORT-WORK-RECORD.
005460     ADD 1 TO WS-SELECTED-COUNT.
005470 2200-EXIT.
005480     EXIT.
005490
005500*-----------------------------------------------------------
005510* 2300-BUILD-MOVEMENT-GROUP - TOTAL THE SORTED MOVEMENTS
005520* FOR THE NEXT ITEM/WAREHOUSE INTO THE WS-MV- BUCKETS. THE
005530* SORT RECORD AFTER THE GROUP IS HELD FOR THE NEXT CALL.
005540*-----------------------------------------------------------
005550 2300-BUILD-MOVEMENT-GROUP.
005560     MOVE ZERO TO WS-MV-RECEIPTS.
005570     MOVE ZERO TO WS-MV-ISSUES.
005580     MOVE ZERO TO WS-MV-XFER-IN.
005590     MOVE ZERO TO WS-MV-XFER-OUT.
005600     MOVE ZERO TO WS-MV-ADJUST.
005610     MOVE WS-SORT-KEY TO WS-MOVE-KEY.
005620     IF WS-SORT-KEY = HIGH-VALUES
005630         GO TO 2300-EXIT
005640     END-IF.
005650     PERFORM 2310-ACCUMULATE-MOVEMENT THRU 2310-EXIT
005660         UNTIL WS-SORT-KEY NOT = WS-MOVE-KEY.
005670 2300-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------
005710* 2310-ACCUMULATE-MOVEMENT - BUCKET THE HELD MOVEMENT BY
005720* TYPE. A TRANSFER IS OUT WHEN THE ROW WENT DOWN AND IN WHEN
005730* IT WENT UP. AN ADJUSTMENT SETS THE QUANTITY OUTRIGHT, SO
005740* ONLY ITS NET (AFTER - BEFORE) IS ROLLED FORWARD. ANY
005750* OTHER TYPE IS CARRIED AT ITS NET WITH THE ADJUSTMENTS.
005760*-----------------------------------------------------------
005770 2310-ACCUMULATE-MOVEMENT.
005780     SUBTRACT SR-BEFORE-QTY FROM SR-AFTER-QTY
005790         GIVING WS-RL-DELTA.
005800     EVALUATE TRUE
005810         WHEN SR-TXN-TYPE = 'R'
005820             ADD WS-RL-DELTA TO WS-MV-RECEIPTS
005830         WHEN SR-TXN-TYPE = 'I'
005840             SUBTRACT WS-RL-DELTA FROM WS-MV-ISSUES
005850         WHEN SR-TXN-TYPE = 'T'
005860           AND WS-RL-DELTA < 0
005870             SUBTRACT WS-RL-DELTA FROM WS-MV-XFER-OUT
005880         WHEN SR-TXN-TYPE = 'T'
005890             ADD WS-RL-DELTA TO WS-MV-XFER-IN
005900         WHEN OTHER
005910             ADD WS-RL-DELTA TO WS-MV-ADJUST
005920     END-EVALUATE.
005930     PERFORM 2400-RETURN-MOVEMENT THRU 2400-EXIT.
005940 2310-EXIT.
005950     EXIT.
005960
005970 2400-RETURN-MOVEMENT.
005980     RETURN SORT-WORK-FILE
005990         AT END
006000             MOVE HIGH-VALUES TO WS-SORT-KEY
006010         NOT AT END
006020             MOVE SR-KEY TO WS-SORT-KEY
006030     END-RETURN.
006040 2400-EXIT.
006050     EXIT.
006060
006070 2500-READ-PRIOR-TABLE.
006080     READ PRIOR-TABLE-FILE
006090         AT END
006100             MOVE HIGH-VALUES TO WS-PRIOR-KEY
006110         NOT AT END
006120             ADD 1 TO WS-RECORDS-READ-COUNT
006130             IF PT-KEY < WS-PRIOR-KEY
006140                 DISPLAY 'ITMRECON - PRIOR-TABLE-FILE OUT OF '
006150                     'ASCENDING SEQUENCE AT ITEM ' PT-KEY
006160                 PERFORM 9900-ABEND-JOB
006170             END-IF
006180             MOVE PT-KEY TO WS-PRIOR-KEY
006190     END-READ.
006200 2500-EXIT.
006210     EXIT.
006220
006230 2600-READ-CURR-TABLE.
006240     READ CURR-TABLE-FILE
006250         AT END
006260             MOVE HIGH-VALUES TO WS-CURR-KEY
006270         NOT AT END
006280             ADD 1 TO WS-RECORDS-READ-COUNT
006290             IF CT-KEY < WS-CURR-KEY
006300                 DISPLAY 'ITMRECON - CURR-TABLE-FILE OUT OF '
006310                     'ASCENDING SEQUENCE AT ITEM ' CT-KEY
006320                 PERFORM 9900-ABEND-JOB
006330             END-IF
006340             MOVE CT-KEY TO WS-CURR-KEY
006350     END-READ.
006360 2600-EXIT.
006370     EXIT.
006380
006390*-----------------------------------------------------------
006400* 3000-RECONCILE-ROWS - SORT OUTPUT PROCEDURE. THREE-WAY
006410* MATCH OF PRIOR EXTRACT, MOVEMENT GROUPS, AND CURRENT
006420* EXTRACT ON ITEM PLUS WAREHOUSE.
006430*-----------------------------------------------------------
006440 3000-RECONCILE-ROWS.
006450     PERFORM 2400-RETURN-MOVEMENT THRU 2400-EXIT.
006460     PERFORM 2300-BUILD-MOVEMENT-GROUP THRU 2300-EXIT.
006470     PERFORM 3100-RECONCILE-ONE-ROW THRU 3100-EXIT
006480         UNTIL WS-PRIOR-KEY = HIGH-VALUES
006490           AND WS-CURR-KEY = HIGH-VALUES
006500           AND WS-MOVE-KEY = HIGH-VALUES.
006510 3000-EXIT.
006520     EXIT.
006530
006540*-----------------------------------------------------------
006550* 3100-RECONCILE-ONE-ROW - ROLL THE LOWEST KEY FORWARD. A
006560* ROW MISSING FROM AN EXTRACT COUNTS AS ZERO THERE.
006570*-----------------------------------------------------------
006580 3100-RECONCILE-ONE-ROW.
006590     MOVE WS-PRIOR-KEY TO WS-LOW-KEY.
006600     IF WS-CURR-KEY < WS-LOW-KEY
006610         MOVE WS-CURR-KEY TO WS-LOW-KEY
006620     END-IF.
006630     IF WS-MOVE-KEY < WS-LOW-KEY
006640         MOVE WS-MOVE-KEY TO WS-LOW-KEY
006650     END-IF.
006660     INITIALIZE WS-ROLL-AREA.
006670     IF WS-PRIOR-KEY = WS-LOW-KEY
006680         MOVE PT-QTY TO WS-RL-PRIOR-QTY
006690     END-IF.
006700     IF WS-CURR-KEY = WS-LOW-KEY
006710         MOVE CT-QTY TO WS-RL-CURRENT
006720     END-IF.
006730     IF WS-MOVE-KEY = WS-LOW-KEY
006740         MOVE WS-MV-RECEIPTS TO WS-RL-RECEIPTS
006750         MOVE WS-MV-ISSUES   TO WS-RL-ISSUES
006760         MOVE WS-MV-XFER-IN  TO WS-RL-XFER-IN
006770         MOVE WS-MV-XFER-OUT TO WS-RL-XFER-OUT
006780         MOVE WS-MV-ADJUST   TO WS-RL-ADJUST
006790     END-IF.
006800     COMPUTE WS-RL-EXPECTED = WS-RL-PRIOR-QTY
006810                            + WS-RL-RECEIPTS
006820                            - WS-RL-ISSUES
006830                            - WS-RL-XFER-OUT
006840                            + WS-RL-XFER-IN
006850                            + WS-RL-ADJUST.
006860     SUBTRACT WS-RL-EXPECTED FROM WS-RL-CURRENT
006870         GIVING WS-RL-DIFFERENCE.
006880     ADD 1 TO WS-ROWS-CHECKED-COUNT.
006890     ADD WS-RL-PRIOR-QTY  TO WS-TOT-PRIOR-QTY.
006900     ADD WS-RL-EXPECTED   TO WS-TOT-EXPECTED-QTY.
006910     ADD WS-RL-CURRENT    TO WS-TOT-CURRENT-QTY.
006920     ADD WS-RL-DIFFERENCE TO WS-TOT-DIFFERENCE.
006930     IF WS-RL-DIFFERENCE = ZERO
006940         ADD 1 TO WS-IN-BALANCE-COUNT
006950     ELSE
006960         PERFORM 3200-REPORT-OUT-OF-BALANCE THRU 3200-EXIT
006970     END-IF.
006980     IF WS-PRIOR-KEY = WS-LOW-KEY
006990         PERFORM 2500-READ-PRIOR-TABLE THRU 2500-EXIT
007000     END-IF.
007010     IF WS-CURR-KEY = WS-LOW-KEY
007020         PERFORM 2600-READ-CURR-TABLE THRU 2600-EXIT
007030     END-IF.
007040     IF WS-MOVE-KEY = WS-LOW-KEY
007050         PERFORM 2300-BUILD-MOVEMENT-GROUP THRU 2300-EXIT
007060     END-IF.
007070 3100-EXIT.
007080     EXIT.
007090
007100 3200-REPORT-OUT-OF-BALANCE.
007110     ADD 1 TO WS-OUT-BALANCE-COUNT.
007120     MOVE SPACES             TO WS-RPT-DETAIL-LINE.
007130     MOVE WS-LOW-KEY(1:20)   TO RPT-D-ITEM.
007140     MOVE WS-LOW-KEY(21:3)   TO RPT-D-WHSE.
007150     MOVE WS-RL-PRIOR-QTY    TO RPT-D-PRIOR.
007160     MOVE WS-RL-RECEIPTS     TO RPT-D-RECEIPTS.
007170     MOVE WS-RL-ISSUES       TO RPT-D-ISSUES.
007180     MOVE WS-RL-XFER-IN      TO RPT-D-XFER-IN.
007190     MOVE WS-RL-XFER-OUT     TO RPT-D-XFER-OUT.
007200     MOVE WS-RL-ADJUST       TO RPT-D-ADJUST.
007210     MOVE WS-RL-EXPECTED     TO RPT-D-EXPECTED.
007220     MOVE WS-RL-CURRENT      TO RPT-D-CURRENT.
007230     MOVE WS-RL-DIFFERENCE   TO RPT-D-DIFFERENCE.
007240     PERFORM 4200-PRINT-DETAIL-LINE THRU 4200-EXIT.
007250 3200-EXIT.
007260     EXIT.
007270
007280*-----------------------------------------------------------
007290* 4000-WRITE-CONTROL-TOTALS - ROW COUNTS AND THE QUANTITY
007300* ROLL-FORWARD PROOF
007310*-----------------------------------------------------------
007320 4000-WRITE-CONTROL-TOTALS.
007330     IF WS-OUT-BALANCE-COUNT = ZERO
007340         WRITE RECON-RPT-RECORD FROM WS-RPT-NONE-LINE
007350             AFTER ADVANCING 2 LINES
007360     END-IF.
007370     MOVE WS-ROWS-CHECKED-COUNT TO RPT-T-CHECKED.
007380     MOVE WS-IN-BALANCE-COUNT   TO RPT-T-IN-BALANCE.
007390     MOVE WS-OUT-BALANCE-COUNT  TO RPT-T-OUT-BALANCE.
007400     WRITE RECON-RPT-RECORD FROM WS-RPT-TOTAL-LINE-1
007410         AFTER ADVANCING 2 LINES.
007420     MOVE WS-SELECTED-COUNT     TO RPT-T-SELECTED.
007430     MOVE WS-SKIPPED-COUNT      TO RPT-T-SKIPPED.
007440     WRITE RECON-RPT-RECORD FROM WS-RPT-TOTAL-LINE-2
007450         AFTER ADVANCING 1 LINE.
007460     SUBTRACT WS-TOT-PRIOR-QTY FROM WS-TOT-EXPECTED-QTY
007470         GIVING WS-TOT-NET-MOVEMENT.
007480     MOVE WS-TOT-PRIOR-QTY      TO RPT-T-PRIOR.
007490     MOVE WS-TOT-NET-MOVEMENT   TO RPT-T-NET-MOVEMENT.
007500     MOVE WS-TOT-EXPECTED-QTY   TO RPT-T-EXPECTED.
007510     WRITE RECON-RPT-RECORD FROM WS-RPT-TOTAL-LINE-3
007520         AFTER ADVANCING 1 LINE.
007530     MOVE WS-TOT-CURRENT-QTY    TO RPT-T-CURRENT.
007540     MOVE WS-TOT-DIFFERENCE     TO RPT-T-DIFFERENCE.
007550     WRITE RECON-RPT-RECORD FROM WS-RPT-TOTAL-LINE-4
007560         AFTER ADVANCING 1 LINE.
007570 4000-EXIT.
007580     EXIT.
007590
007600 4100-WRITE-REPORT-HEADINGS.
007610     ADD 1 TO WS-PAGE-COUNT.
007620     MOVE WS-RECON-DATE TO RPT-H-RECON-DATE.
007630     WRITE RECON-RPT-RECORD FROM WS-RPT-HEADING-1
007640         AFTER ADVANCING PAGE.
007650     WRITE RECON-RPT-RECORD FROM WS-RPT-HEADING-2
007660         AFTER ADVANCING 2 LINES.
007670     MOVE 3 TO WS-LINE-COUNT.
007680 4100-EXIT.
007690     EXIT.
007700
007710 4200-PRINT-DETAIL-LINE.
007720     IF WS-LINE-COUNT > 50
007730         PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT
007740     END-IF.
007750     WRITE RECON-RPT-RECORD FROM WS-RPT-DETAIL-LINE
007760         AFTER ADVANCING 1 LINE.
007770     ADD 1 TO WS-LINE-COUNT.
007780 4200-EXIT.
007790     EXIT.
007800
007810*-----------------------------------------------------------
007820* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
007830*-----------------------------------------------------------
007840 8000-WRITE-AUDIT-LOG.
007850     MOVE WS-RUN-DATE           TO AL-RUN-DATE.
007860     MOVE WS-RUN-TIME           TO AL-RUN-TIME.
007870     MOVE 'ITMRECON'            TO AL-JOB-ID.
007880     ADD WS-HIST-READ-COUNT TO WS-RECORDS-READ-COUNT
007890         GIVING AL-READ-COUNT.
007900     MOVE WS-ROWS-CHECKED-COUNT TO AL-WRITTEN-COUNT.
007910     MOVE WS-OUT-BALANCE-COUNT  TO AL-EXCEPTION-COUNT.
007920     MOVE WS-SKIPPED-COUNT      TO AL-REJECT-COUNT.
007930     MOVE WS-AUDIT-DISP         TO AL-DISPOSITION.
007940     WRITE AUDIT-LOG-RECORD.
007950 8000-EXIT.
007960     EXIT.
007970
007980*-----------------------------------------------------------
007990* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0 ALL
008000* ROWS ROLL FORWARD, 4 JOURNAL RECORDS SKIPPED, 8 ONE OR
008010* MORE ROWS OUT OF BALANCE), AND SIGN OFF THE RUN
008020*-----------------------------------------------------------
008030 9000-TERMINATE.
008040     IF WS-OUT-BALANCE-COUNT > 0
008050         MOVE 'MISMATCH' TO WS-AUDIT-DISP
008060         MOVE 8 TO RETURN-CODE
008070     ELSE
008080         IF WS-SKIPPED-COUNT > 0
008090             MOVE 'WARNING' TO WS-AUDIT-DISP
008100             MOVE 4 TO RETURN-CODE
008110         ELSE
008120             MOVE 'NORMAL' TO WS-AUDIT-DISP
008130             MOVE ZERO TO RETURN-CODE
008140         END-IF
008150     END-IF.
008160     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
008170     CLOSE AUDIT-LOG-FILE.
008180     CLOSE PRIOR-TABLE-FILE.
008190     CLOSE CURR-TABLE-FILE.
008200     CLOSE RECON-RPT-FILE.
008210     DISPLAY 'ITMRECON - MOVEMENT DATE:        ' WS-RECON-DATE.
008220     DISPLAY 'ITMRECON - HISTORY RECORDS READ: '
008230         WS-HIST-READ-COUNT.
008240     DISPLAY 'ITMRECON - MOVEMENTS APPLIED:    '
008250         WS-SELECTED-COUNT.
008260     DISPLAY 'ITMRECON - OTHER-DATE RECORDS:   '
008270         WS-OTHER-DATE-COUNT.
008280     DISPLAY 'ITMRECON - RECORDS SKIPPED:      '
008290         WS-SKIPPED-COUNT.
008300     DISPLAY 'ITMRECON - ROWS CHECKED:         '
008310         WS-ROWS-CHECKED-COUNT.
008320     DISPLAY 'ITMRECON - ROWS OUT OF BALANCE:  '
008330         WS-OUT-BALANCE-COUNT.
008340     DISPLAY 'ITMRECON - RETURN CODE SET TO ' RETURN-CODE.
008350 9000-EXIT.
008360     EXIT.
008370
008380*-----------------------------------------------------------
008390* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
008400* ERROR
008410*-----------------------------------------------------------
008420 9900-ABEND-JOB.
008430     DISPLAY 'ITMRECON - JOB TERMINATED - SEE ERROR ABOVE'.
008440     IF WS-AL-OPEN
008450         MOVE 'ABEND' TO WS-AUDIT-DISP
008460         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
008470         CLOSE AUDIT-LOG-FILE
008480     END-IF.
008490     IF WS-PC-OPEN
008500         CLOSE PARM-CARD-FILE
008510     END-IF.
008520     IF WS-PT-OPEN
008530         CLOSE PRIOR-TABLE-FILE
008540     END-IF.
008550     IF WS-CT-OPEN
008560         CLOSE CURR-TABLE-FILE
008570     END-IF.
008580     IF WS-HJ-OPEN
008590         CLOSE TXN-HISTORY-FILE
008600     END-IF.
008610     IF WS-RR-OPEN
008620         CLOSE RECON-RPT-FILE
008630     END-IF.
008640     MOVE 16 TO RETURN-CODE.
008650     STOP RUN.
