000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMCCSCH.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/12/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/12/2026 JH    CYCLE COUNT SCHEDULE. FOR EVERY ITEM AND
000130*                  WAREHOUSE ROW ON THE ITMTBOUT EXTRACT,
000140*                  TAKES THE ITEM'S ABC CLASS FROM CLASSFILE
000150*                  (ITMABCCL) AND THE LAST COUNT DATE FROM
000160*                  THE COUNT HISTORY (CNTHIST, KEPT BY
000170*                  ITMCYCNT). A ROW IS DUE WHEN ITS CLASS
000180*                  INTERVAL HAS RUN OUT SINCE THE LAST COUNT
000190*                  (PARM CARD A-DAYS, B-DAYS, C-DAYS,
000200*                  DEFAULTS 30, 91, 182) OR IT HAS NEVER
000210*                  BEEN COUNTED. DAILY-LIMIT CAPS THE ROWS
000220*                  SCHEDULED, MOST OVERDUE AND HIGHEST CLASS
000230*                  FIRST. PRINTS COUNT SHEETS BY WAREHOUSE
000240*                  (CNTSHEET) AND WRITES THE EXPECTED COUNT
000250*                  LIST (EXPCOUNT) THAT ITMCYCNT RECONCILES
000260*                  THE RETURNED COUNT CARDS AGAINST.
000270*-----------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARM-CARD-FILE
000370         ASSIGN TO PARMCARD
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PC-FILE-STATUS.
000400
000410     SELECT ITEM-CLASS-FILE
000420         ASSIGN TO CLASSFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-IC-FILE-STATUS.
000450
000460     SELECT COUNT-HISTORY-FILE
000470         ASSIGN TO CNTHIST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CH-FILE-STATUS.
000500
000510     SELECT ITEM-TABLE-IN-FILE
000520         ASSIGN TO ITMTBOUT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-TI-FILE-STATUS.
000550
000560     SELECT EXPECTED-COUNT-FILE
000570         ASSIGN TO EXPCOUNT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-EC-FILE-STATUS.
000600
000610     SELECT COUNT-SHEET-FILE
000620         ASSIGN TO CNTSHEET
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-CS-FILE-STATUS.
000650
000660     SELECT AUDIT-LOG-FILE
000670         ASSIGN TO AUDITLOG
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-AL-FILE-STATUS.
000700
000710     SELECT PRIORITY-SORT-FILE
000720         ASSIGN TO SORTWORK.
000730
000740     SELECT SHEET-SORT-FILE
000750         ASSIGN TO SORTWRK2.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  PARM-CARD-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  PARM-CARD-RECORD.
000830     05  PC-COMMENT-FLAG          PIC X(01).
000840     05  FILLER                   PIC X(79).
000850
000860 FD  ITEM-CLASS-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  ITEM-CLASS-RECORD.
000900     05  IC-ITEM-CODE             PIC X(20).
000910     05  IC-CLASS                 PIC X(01).
000920     05  IC-USAGE-QTY             PIC 9(07).
000930     05  IC-UNIT-COST             PIC 9(05)V99.
000940     05  IC-USAGE-VALUE           PIC 9(11)V99.
000950     05  IC-RANK                  PIC 9(05).
000960     05  IC-CLASS-DATE            PIC 9(08).
000970     05  IC-CATEGORY              PIC X(04).
000980     05  FILLER                   PIC X(15).
000990
001000*-----------------------------------------------------------
001010* COUNT HISTORY - LAST COUNT DATE PER ITEM AND WAREHOUSE,
001020* ASCENDING. WRITTEN BY ITMCYCNT AS NEXTCHST.
001030*-----------------------------------------------------------
001040 FD  COUNT-HISTORY-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  COUNT-HISTORY-RECORD.
001080     05  CH-KEY.
001090         10  CH-ITEM-CODE         PIC X(20).
001100         10  CH-WHSE              PIC X(03).
001110     05  CH-LAST-COUNT-DATE       PIC 9(08).
001120     05  CH-LAST-COUNT-QTY        PIC 9(05).
001130     05  FILLER                   PIC X(44).
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
001270*-----------------------------------------------------------
001280* EXPECTED COUNT LIST - ONE RECORD PER ROW SCHEDULED
001290*-----------------------------------------------------------
001300 FD  EXPECTED-COUNT-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 80 CHARACTERS.
001330 01  EXPECTED-COUNT-RECORD.
001340     05  EC-ITEM-CODE             PIC X(20).
001350     05  EC-WHSE                  PIC X(03).
001360     05  EC-CLASS                 PIC X(01).
001370     05  EC-SCHED-DATE            PIC 9(08).
001380     05  EC-DUE-DATE              PIC 9(08).
001390     05  EC-LAST-COUNT-DATE       PIC 9(08).
001400     05  FILLER                   PIC X(32).
001410
001420 FD  COUNT-SHEET-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 132 CHARACTERS.
001450 01  COUNT-SHEET-RECORD          PIC X(132).
001460
001470 FD  AUDIT-LOG-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  AUDIT-LOG-RECORD.
001510     COPY ITMAUDIT.
001520
001530 SD  PRIORITY-SORT-FILE
001540     RECORD CONTAINS 80 CHARACTERS.
001550 01  PRIORITY-SORT-RECORD.
001560     05  PS-DUE-DATE              PIC 9(08).
001570     05  PS-CLASS                 PIC X(01).
001580     05  PS-WHSE                  PIC X(03).
001590     05  PS-ITEM-CODE             PIC X(20).
001600     05  PS-LAST-COUNT-DATE       PIC 9(08).
001610     05  PS-DESC                  PIC X(20).
001620     05  PS-CATEGORY              PIC X(04).
001630     05  FILLER                   PIC X(16).
001640
001650 SD  SHEET-SORT-FILE
001660     RECORD CONTAINS 80 CHARACTERS.
001670 01  SHEET-SORT-RECORD.
001680     05  SS-WHSE                  PIC X(03).
001690     05  SS-ITEM-CODE             PIC X(20).
001700     05  SS-CLASS                 PIC X(01).
001710     05  SS-DUE-DATE              PIC 9(08).
001720     05  SS-LAST-COUNT-DATE       PIC 9(08).
001730     05  SS-DESC                  PIC X(20).
001740     05  SS-CATEGORY              PIC X(04).
001750     05  FILLER                   PIC X(16).
001760
001770 WORKING-STORAGE SECTION.
001780 77  WS-CLS-MAX                   PIC 9(05) VALUE 05000.
001790 77  WS-CLS-COUNT                 PIC 9(05) VALUE ZERO.
001800 77  WS-HST-MAX                   PIC 9(05) VALUE 05000.
001810 77  WS-HST-COUNT                 PIC 9(05) VALUE ZERO.
001820 77  WS-PICK-MAX                  PIC 9(05) VALUE 05000.
001830 77  WS-PICK-COUNT                PIC 9(05) VALUE ZERO.
001840 77  WS-PICK-SUB                  PIC 9(05) COMP VALUE ZERO.
001850 77  WS-LAST-CLS-ITEM             PIC X(20) VALUE LOW-VALUES.
001860 77  WS-LAST-HST-KEY              PIC X(23) VALUE LOW-VALUES.
001870 77  WS-LAST-TI-KEY               PIC X(23) VALUE LOW-VALUES.
001880 77  WS-REF-READ-COUNT            PIC 9(07) VALUE ZERO.
001890 77  WS-ROW-READ-COUNT            PIC 9(07) VALUE ZERO.
001900 77  WS-ROW-DUE-COUNT             PIC 9(07) VALUE ZERO.
001910 77  WS-NOT-DUE-COUNT             PIC 9(07) VALUE ZERO.
001920 77  WS-NEVER-COUNTED-COUNT       PIC 9(07) VALUE ZERO.
001930 77  WS-UNCLASSED-COUNT           PIC 9(07) VALUE ZERO.
001940 77  WS-DEFERRED-COUNT            PIC 9(07) VALUE ZERO.
001950 77  WS-SCHED-A-COUNT             PIC 9(07) VALUE ZERO.
001960 77  WS-SCHED-B-COUNT             PIC 9(07) VALUE ZERO.
001970 77  WS-SCHED-C-COUNT             PIC 9(07) VALUE ZERO.
001980 77  WS-EXP-WRITTEN-COUNT         PIC 9(07) VALUE ZERO.
001990 77  WS-WHSE-ITEM-COUNT           PIC 9(05) VALUE ZERO.
002000 77  WS-SCHED-DATE                PIC 9(08) VALUE ZERO.
002010 77  WS-A-DAYS                    PIC 9(03) VALUE 030.
002020 77  WS-B-DAYS                    PIC 9(03) VALUE 091.
002030 77  WS-C-DAYS                    PIC 9(03) VALUE 182.
002040 77  WS-DAILY-LIMIT               PIC 9(05) VALUE ZERO.
002050 77  WS-INTERVAL-DAYS             PIC 9(03) VALUE ZERO.
002060 77  WS-ROW-CLASS                 PIC X(01) VALUE SPACE.
002070 77  WS-ROW-LAST-DATE             PIC 9(08) VALUE ZERO.
002080 77  WS-ROW-DUE-DATE              PIC 9(08) VALUE ZERO.
002090 77  WS-CURR-WHSE                 PIC X(03) VALUE SPACES.
002100 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
002110 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
002120 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002130 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002140 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
002150
002160 01  WS-SWITCHES.
002170     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
002180         88  WS-EOF-YES                 VALUE 'Y'.
002190         88  WS-EOF-NO                  VALUE 'N'.
002200     05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
002210         88  WS-SORT-EOF                VALUE 'Y'.
002220     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002230         88  WS-PC-OPEN                 VALUE 'Y'.
002240     05  WS-IC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002250         88  WS-IC-OPEN                 VALUE 'Y'.
002260     05  WS-CH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002270         88  WS-CH-OPEN                 VALUE 'Y'.
002280     05  WS-TI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002290         88  WS-TI-OPEN                 VALUE 'Y'.
002300     05  WS-EC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002310         88  WS-EC-OPEN                 VALUE 'Y'.
002320     05  WS-CS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002330         88  WS-CS-OPEN                 VALUE 'Y'.
002340     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002350         88  WS-AL-OPEN                 VALUE 'Y'.
002360     05  WS-SEARCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002370         88  WS-SEARCH-FOUND            VALUE 'Y'.
002380
002390 01  WS-FILE-STATUSES.
002400     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
002410     05  WS-IC-FILE-STATUS        PIC X(02) VALUE SPACES.
002420     05  WS-CH-FILE-STATUS        PIC X(02) VALUE SPACES.
002430     05  WS-TI-FILE-STATUS        PIC X(02) VALUE SPACES.
002440     05  WS-EC-FILE-STATUS        PIC X(02) VALUE SPACES.
002450     05  WS-CS-FILE-STATUS        PIC X(02) VALUE SPACES.
002460     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
002470
002480 01  WS-PARM-AREA.
002490     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
002500     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
002510     05  WS-PARM-NUMERIC          PIC 9(08) VALUE ZERO.
002520     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
002530     05  WS-PARM-DIGIT-COUNT      PIC 9(02) VALUE ZERO.
002540     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
002550     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
002560                                  PIC 9(01).
002570     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
002580         88  WS-PARM-NUM-OK             VALUE 'Y'.
002590     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
002600         88  WS-PARM-VAL-END            VALUE 'Y'.
002610
002620 01  WS-SEARCH-AREA.
002630     05  WS-SEARCH-ITEM-CODE      PIC X(20) VALUE SPACES.
002640     05  WS-SEARCH-WHSE           PIC X(03) VALUE SPACES.
002650
002660*-----------------------------------------------------------
002670* DATE ARITHMETIC - CIVIL DAY NUMBER AND BACK AGAIN, USED
002680* TO ADD THE CLASS INTERVAL TO THE LAST COUNT DATE
002690*-----------------------------------------------------------
002700 01  WS-DATE-CONV-AREA.
002710     05  WS-DC-DATE               PIC 9(08).
002720     05  WS-DC-DATE-R REDEFINES WS-DC-DATE.
002730         10  WS-DC-YEAR           PIC 9(04).
002740         10  WS-DC-MONTH          PIC 9(02).
002750         10  WS-DC-DAY            PIC 9(02).
002760     05  WS-DC-Y                  PIC 9(05) VALUE ZERO.
002770     05  WS-DC-M                  PIC 9(02) VALUE ZERO.
002780     05  WS-DC-WORK               PIC 9(07) VALUE ZERO.
002790     05  WS-DC-DAY-NUMBER         PIC 9(07) VALUE ZERO.
002800     05  WS-DC-REMAIN             PIC 9(07) VALUE ZERO.
002810     05  WS-DC-BIG                PIC 9(10) VALUE ZERO.
002820     05  WS-DC-YEAR-START         PIC 9(07) VALUE ZERO.
002830     05  WS-DC-DAY-OF-YEAR        PIC 9(03) VALUE ZERO.
002840     05  WS-DC-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002850         88  WS-DC-FOUND                VALUE 'Y'.
002860
002870 01  WS-CLS-DATA-AREA.
002880     05  WS-CLS-TABLE OCCURS 0 TO 5000 TIMES
002890                   DEPENDING ON WS-CLS-COUNT
002900                   ASCENDING KEY IS WS-CLS-ITEM
002910                   INDEXED BY WS-CLS-IDX.
002920         10  WS-CLS-ITEM          PIC X(20).
002930         10  WS-CLS-CLASS         PIC X(01).
002940
002950 01  WS-HST-DATA-AREA.
002960     05  WS-HST-TABLE OCCURS 0 TO 5000 TIMES
002970                   DEPENDING ON WS-HST-COUNT
002980                   ASCENDING KEY IS WS-HST-ITEM WS-HST-WHSE
002990                   INDEXED BY WS-HST-IDX.
003000         10  WS-HST-ITEM          PIC X(20).
003010         10  WS-HST-WHSE          PIC X(03).
003020         10  WS-HST-LAST-DATE     PIC 9(08).
003030
003040*-----------------------------------------------------------
003050* ROWS PICKED FOR TODAY, HELD BETWEEN THE PRIORITY SORT AND
003060* THE WAREHOUSE SORT FOR THE COUNT SHEETS
003070*-----------------------------------------------------------
003080 01  WS-PICK-DATA-AREA.
003090     05  WS-PICK-ENTRY OCCURS 5000 TIMES.
003100         10  WS-PICK-WHSE         PIC X(03).
003110         10  WS-PICK-ITEM         PIC X(20).
003120         10  WS-PICK-CLASS        PIC X(01).
003130         10  WS-PICK-DUE-DATE     PIC 9(08).
003140         10  WS-PICK-LAST-DATE    PIC 9(08).
003150         10  WS-PICK-DESC         PIC X(20).
003160         10  WS-PICK-CATEGORY     PIC X(04).
003170
003180 01  WS-SHEET-HEADING-1.
003190     05  FILLER                   PIC X(22) VALUE
003200             'CYCLE COUNT SHEET'.
003210     05  FILLER                   PIC X(11) VALUE 'WAREHOUSE:'.
003220     05  RPT-H-WHSE               PIC X(03).
003230     05  FILLER                   PIC X(05) VALUE SPACES.
003240     05  FILLER                   PIC X(12) VALUE 'COUNT DATE:'.
003250     05  RPT-H-SCHED-DATE         PIC 9(08).
003260     05  FILLER                   PIC X(05) VALUE SPACES.
003270     05  FILLER                   PIC X(06) VALUE 'PAGE'.
003280     05  RPT-H-PAGE               PIC ZZ9.
003290     05  FILLER                   PIC X(57) VALUE SPACES.
003300 01  WS-SHEET-HEADING-2.
003310     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
003320     05  FILLER                   PIC X(22) VALUE 'DESCRIPTION'.
003330     05  FILLER                   PIC X(06) VALUE 'CAT'.
003340     05  FILLER                   PIC X(05) VALUE 'CLS'.
003350     05  FILLER                   PIC X(14) VALUE 'LAST COUNTED'.
003360     05  FILLER                   PIC X(10) VALUE 'DUE'.
003370     05  FILLER                   PIC X(12) VALUE 'COUNTED QTY'.
003380     05  FILLER                   PIC X(41) VALUE SPACES.
003390 01  WS-SHEET-DETAIL-LINE.
003400     05  RPT-D-ITEM               PIC X(20).
003410     05  FILLER                   PIC X(02) VALUE SPACES.
003420     05  RPT-D-DESC               PIC X(20).
003430     05  FILLER                   PIC X(02) VALUE SPACES.
003440     05  RPT-D-CATEGORY           PIC X(04).
003450     05  FILLER                   PIC X(03) VALUE SPACES.
003460     05  RPT-D-CLASS              PIC X(01).
003470     05  FILLER                   PIC X(04) VALUE SPACES.
003480     05  RPT-D-LAST-DATE          PIC X(08).
003490     05  FILLER                   PIC X(06) VALUE SPACES.
003500     05  RPT-D-DUE-DATE           PIC X(08).
003510     05  FILLER                   PIC X(02) VALUE SPACES.
003520     05  RPT-D-COUNT-BOX          PIC X(12) VALUE
003530             '____________'.
003540     05  FILLER                   PIC X(40) VALUE SPACES.
003550 01  WS-SHEET-FOOTER-1.
003560     05  FILLER                   PIC X(16) VALUE
003570             'ROWS TO COUNT:'.
003580     05  RPT-F-ROWS               PIC ZZ,ZZ9.
003590     05  FILLER                   PIC X(110) VALUE SPACES.
003600 01  WS-SHEET-FOOTER-2.
003610     05  FILLER                   PIC X(36) VALUE
003620             'COUNTED BY: ____________________'.
003630     05  FILLER                   PIC X(36) VALUE
003640             'CHECKED BY: ____________________'.
003650     05  FILLER                   PIC X(16) VALUE
003660             'DATE: __________'.
003670     05  FILLER                   PIC X(44) VALUE SPACES.
003680 01  WS-SUM-HEADING.
003690     05  FILLER                   PIC X(36) VALUE
003700             'CYCLE COUNT SCHEDULE SUMMARY'.
003710     05  FILLER                   PIC X(12) VALUE 'COUNT DATE:'.
003720     05  RPT-S-SCHED-DATE         PIC 9(08).
003730     05  FILLER                   PIC X(76) VALUE SPACES.
003740 01  WS-SUM-PARM-LINE.
003750     05  FILLER                   PIC X(17) VALUE
003760             'INTERVAL DAYS  A:'.
003770     05  RPT-S-A-DAYS             PIC ZZ9.
003780     05  FILLER                   PIC X(05) VALUE '  B:'.
003790     05  RPT-S-B-DAYS             PIC ZZ9.
003800     05  FILLER                   PIC X(05) VALUE '  C:'.
003810     05  RPT-S-C-DAYS             PIC ZZ9.
003820     05  FILLER                   PIC X(18) VALUE
003830             '    DAILY LIMIT:'.
003840     05  RPT-S-LIMIT              PIC X(06).
003850     05  FILLER                   PIC X(72) VALUE SPACES.
003860 01  WS-SUM-COUNT-LINE.
003870     05  RPT-C-LABEL              PIC X(36).
003880     05  RPT-C-COUNT              PIC Z,ZZZ,ZZ9.
003890     05  FILLER                   PIC X(87) VALUE SPACES.
003900 01  WS-EDIT-LIMIT                PIC ZZZZZ9.
003910
003920 PROCEDURE DIVISION.
003930
003940*-----------------------------------------------------------
003950* 0000-MAINLINE - LOAD CLASSES AND COUNT HISTORY, PICK THE
003960* DUE ROWS IN PRIORITY ORDER, THEN PRINT THEM BY WAREHOUSE
003970*-----------------------------------------------------------
003980 0000-MAINLINE.
003990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004000     PERFORM 2000-LOAD-CLASS-TABLE THRU 2000-EXIT
004010         UNTIL WS-EOF-YES.
004020     MOVE 'N' TO WS-EOF-SWITCH.
004030     IF WS-CH-OPEN
004040         PERFORM 2200-LOAD-COUNT-HISTORY THRU 2200-EXIT
004050             UNTIL WS-EOF-YES
004060         MOVE 'N' TO WS-EOF-SWITCH
004070     END-IF.
004080     SORT PRIORITY-SORT-FILE
004090         ASCENDING KEY PS-DUE-DATE
004100                       PS-CLASS
004110                       PS-WHSE
004120                       PS-ITEM-CODE
004130         INPUT PROCEDURE 3000-SELECT-DUE-ROWS
004140             THRU 3000-EXIT
004150         OUTPUT PROCEDURE 4000-PICK-ROWS
004160             THRU 4000-EXIT.
004170     SORT SHEET-SORT-FILE
004180         ASCENDING KEY SS-WHSE
004190                       SS-ITEM-CODE
004200         INPUT PROCEDURE 5000-RELEASE-PICKS
004210             THRU 5000-EXIT
004220         OUTPUT PROCEDURE 5500-WRITE-SCHEDULE
004230             THRU 5500-EXIT.
004240     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
004250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004260     STOP RUN.
004270
004280*-----------------------------------------------------------
004290* 1000-INITIALIZE - PARM CARDS AND OPENS
004300*-----------------------------------------------------------
004310 1000-INITIALIZE.
004320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004330     ACCEPT WS-RUN-TIME FROM TIME.
004340     MOVE WS-RUN-DATE TO WS-SCHED-DATE.
004350     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
004360     OPEN INPUT ITEM-CLASS-FILE.
004370     IF WS-IC-FILE-STATUS NOT = '00'
004380         DISPLAY 'ITMCCSCH - UNABLE TO OPEN ITEM-CLASS-FILE - '
004390             'STATUS ' WS-IC-FILE-STATUS
004400         PERFORM 9900-ABEND-JOB
004410     END-IF.
004420     MOVE 'Y' TO WS-IC-OPEN-SWITCH.
004430     OPEN INPUT COUNT-HISTORY-FILE.
004440     IF WS-CH-FILE-STATUS = '35'
004450         DISPLAY 'ITMCCSCH - NO COUNT HISTORY FILE - EVERY ROW '
004460             'TREATED AS NEVER COUNTED'
004470     ELSE
004480         IF WS-CH-FILE-STATUS NOT = '00'
004490             DISPLAY 'ITMCCSCH - UNABLE TO OPEN COUNT-HISTORY-'
004500                 'FILE - STATUS ' WS-CH-FILE-STATUS
004510             PERFORM 9900-ABEND-JOB
004520         END-IF
004530         MOVE 'Y' TO WS-CH-OPEN-SWITCH
004540     END-IF.
004550     OPEN INPUT ITEM-TABLE-IN-FILE.
004560     IF WS-TI-FILE-STATUS NOT = '00'
004570         DISPLAY 'ITMCCSCH - UNABLE TO OPEN ITEM-TABLE-IN-'
004580             'FILE - STATUS ' WS-TI-FILE-STATUS
004590         PERFORM 9900-ABEND-JOB
004600     END-IF.
004610     MOVE 'Y' TO WS-TI-OPEN-SWITCH.
004620     OPEN OUTPUT EXPECTED-COUNT-FILE.
004630     IF WS-EC-FILE-STATUS NOT = '00'
004640         DISPLAY 'ITMCCSCH - UNABLE TO OPEN EXPECTED-COUNT-'
004650             'FILE - STATUS ' WS-EC-FILE-STATUS
004660         PERFORM 9900-ABEND-JOB
004670     END-IF.
004680     MOVE 'Y' TO WS-EC-OPEN-SWITCH.
004690     OPEN OUTPUT COUNT-SHEET-FILE.
004700     IF WS-CS-FILE-STATUS NOT = '00'
004710         DISPLAY 'ITMCCSCH - UNABLE TO OPEN COUNT-SHEET-FILE - '
004720             'STATUS ' WS-CS-FILE-STATUS
004730         PERFORM 9900-ABEND-JOB
004740     END-IF.
004750     MOVE 'Y' TO WS-CS-OPEN-SWITCH.
004760     OPEN EXTEND AUDIT-LOG-FILE.
004770     IF WS-AL-FILE-STATUS = '35'
004780         OPEN OUTPUT AUDIT-LOG-FILE
004790     END-IF.
004800     IF WS-AL-FILE-STATUS NOT = '00'
004810         DISPLAY 'ITMCCSCH - UNABLE TO OPEN AUDIT-LOG-FILE '
004820             '- STATUS ' WS-AL-FILE-STATUS
004830         PERFORM 9900-ABEND-JOB
004840     END-IF.
004850     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
004860 1000-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------
004900* 1400-PROCESS-PARM-CARDS - SCHED-DATE IS THE COUNT DATE
004910* (DEFAULT RUN DATE). A-DAYS, B-DAYS, C-DAYS ARE THE COUNT
004920* INTERVALS BY CLASS. DAILY-LIMIT CAPS THE ROWS SCHEDULED
004930* (ZERO, THE DEFAULT, SCHEDULES EVERY ROW DUE).
004940*-----------------------------------------------------------
004950 1400-PROCESS-PARM-CARDS.
004960     OPEN INPUT PARM-CARD-FILE.
004970     IF WS-PC-FILE-STATUS = '35'
004980         DISPLAY 'ITMCCSCH - NO PARM CARD FILE - DEFAULTS '
004990             'IN EFFECT'
005000         GO TO 1400-EXIT
005010     END-IF.
005020     IF WS-PC-FILE-STATUS NOT = '00'
005030         DISPLAY 'ITMCCSCH - UNABLE TO OPEN PARM-CARD-FILE '
005040             '- STATUS ' WS-PC-FILE-STATUS
005050         PERFORM 9900-ABEND-JOB
005060     END-IF.
005070     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
005080     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
005090         UNTIL WS-EOF-YES.
005100     CLOSE PARM-CARD-FILE.
005110     MOVE 'N' TO WS-PC-OPEN-SWITCH.
005120     MOVE 'N' TO WS-EOF-SWITCH.
005130 1400-EXIT.
005140     EXIT.
005150
005160 1410-READ-PARM-CARD.
005170     READ PARM-CARD-FILE
005180         AT END
005190             MOVE 'Y' TO WS-EOF-SWITCH
005200         NOT AT END
005210             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
005220     END-READ.
005230 1410-EXIT.
005240     EXIT.
005250
005260 1420-APPLY-PARM.
005270     IF PARM-CARD-RECORD = SPACES
005280       OR PC-COMMENT-FLAG = '*'
005290         GO TO 1420-EXIT
005300     END-IF.
005310     MOVE SPACES TO WS-PARM-KEYWORD.
005320     MOVE SPACES TO WS-PARM-VALUE.
005330     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
005340         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
005350     IF WS-PARM-KEYWORD = 'SCHED-DATE'
005360         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005370         IF WS-PARM-NUM-OK AND WS-PARM-DIGIT-COUNT = 8
005380             MOVE WS-PARM-NUMERIC TO WS-SCHED-DATE
005390             DISPLAY 'ITMCCSCH - PARM SCHED-DATE='
005400                 WS-SCHED-DATE
005410             GO TO 1420-EXIT
005420         ELSE
005430             DISPLAY 'ITMCCSCH - INVALID SCHED-DATE VALUE - '
005440                 WS-PARM-VALUE
005450             DISPLAY 'ITMCCSCH - MUST BE YYYYMMDD'
005460             PERFORM 9900-ABEND-JOB
005470         END-IF
005480     END-IF.
005490     IF WS-PARM-KEYWORD = 'A-DAYS'
005500       OR WS-PARM-KEYWORD = 'B-DAYS'
005510       OR WS-PARM-KEYWORD = 'C-DAYS'
005520         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005530         IF WS-PARM-NUM-OK
005540           AND WS-PARM-NUMERIC > ZERO
005550           AND WS-PARM-NUMERIC NOT > 999
005560             PERFORM 1440-SET-INTERVAL THRU 1440-EXIT
005570             GO TO 1420-EXIT
005580         ELSE
005590             DISPLAY 'ITMCCSCH - INVALID ' WS-PARM-KEYWORD
005600                 ' VALUE - ' WS-PARM-VALUE
005610             DISPLAY 'ITMCCSCH - MUST BE NUMERIC 1-999'
005620             PERFORM 9900-ABEND-JOB
005630         END-IF
005640     END-IF.
005650     IF WS-PARM-KEYWORD = 'DAILY-LIMIT'
005660         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
005670         IF WS-PARM-NUM-OK
005680           AND WS-PARM-NUMERIC NOT > WS-PICK-MAX
005690             MOVE WS-PARM-NUMERIC TO WS-DAILY-LIMIT
005700             DISPLAY 'ITMCCSCH - PARM DAILY-LIMIT='
005710                 WS-DAILY-LIMIT
005720             GO TO 1420-EXIT
005730         ELSE
005740             DISPLAY 'ITMCCSCH - INVALID DAILY-LIMIT VALUE - '
005750                 WS-PARM-VALUE
005760             DISPLAY 'ITMCCSCH - MUST BE NUMERIC 0-' WS-PICK-MAX
005770             PERFORM 9900-ABEND-JOB
005780         END-IF
005790     END-IF.
005800     DISPLAY 'ITMCCSCH - UNRECOGNIZED PARAMETER - '
005810         WS-PARM-KEYWORD.
005820     PERFORM 9900-ABEND-JOB.
005830 1420-EXIT.
005840     EXIT.
005850
005860*-----------------------------------------------------------
005870* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 8
005880* DIGITS INTO WS-PARM-NUMERIC
005890*-----------------------------------------------------------
005900 1430-CONVERT-PARM-VALUE.
005910     MOVE ZERO TO WS-PARM-NUMERIC.
005920     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
005930     MOVE 1    TO WS-PARM-DIGIT-SUB.
005940     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
005950     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
005960     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
005970         UNTIL WS-PARM-VAL-END
005980            OR NOT WS-PARM-NUM-OK
005990            OR WS-PARM-DIGIT-SUB > 20.
006000     IF WS-PARM-DIGIT-COUNT = 0
006010         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006020     END-IF.
006030 1430-EXIT.
006040     EXIT.
006050
006060 1431-CONVERT-ONE-DIGIT.
006070     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
006080         TO WS-PARM-DIGIT-X.
006090     IF WS-PARM-DIGIT-X = SPACE
006100         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
006110         GO TO 1431-EXIT
006120     END-IF.
006130     IF WS-PARM-DIGIT-X NOT NUMERIC
006140         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006150         GO TO 1431-EXIT
006160     END-IF.
006170     IF WS-PARM-DIGIT-COUNT = 8
006180         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
006190         GO TO 1431-EXIT
006200     END-IF.
006210     MULTIPLY WS-PARM-NUMERIC BY 10
006220         GIVING WS-PARM-NUMERIC.
006230     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
006240     ADD 1 TO WS-PARM-DIGIT-COUNT.
006250     ADD 1 TO WS-PARM-DIGIT-SUB.
006260 1431-EXIT.
006270     EXIT.
006280
006290 1440-SET-INTERVAL.
006300     EVALUATE WS-PARM-KEYWORD
006310         WHEN 'A-DAYS'
006320             MOVE WS-PARM-NUMERIC TO WS-A-DAYS
006330             DISPLAY 'ITMCCSCH - PARM A-DAYS=' WS-A-DAYS
006340         WHEN 'B-DAYS'
006350             MOVE WS-PARM-NUMERIC TO WS-B-DAYS
006360             DISPLAY 'ITMCCSCH - PARM B-DAYS=' WS-B-DAYS
006370         WHEN OTHER
006380             MOVE WS-PARM-NUMERIC TO WS-C-DAYS
006390             DISPLAY 'ITMCCSCH - PARM C-DAYS=' WS-C-DAYS
006400     END-EVALUATE.
006410 1440-EXIT.
006420     EXIT.
006430
006440*-----------------------------------------------------------
006450* 2000-LOAD-CLASS-TABLE - READ ONE ITEM CLASS RECORD
006460*-----------------------------------------------------------
006470 2000-LOAD-CLASS-TABLE.
006480     READ ITEM-CLASS-FILE
006490         AT END
006500             MOVE 'Y' TO WS-EOF-SWITCH
006510         NOT AT END
006520             ADD 1 TO WS-REF-READ-COUNT
006530             PERFORM 2100-LOAD-CLASS-ENTRY THRU 2100-EXIT
006540     END-READ.
006550 2000-EXIT.
006560     EXIT.
006570
006580 2100-LOAD-CLASS-ENTRY.
006590     IF IC-ITEM-CODE NOT > WS-LAST-CLS-ITEM
006600         DISPLAY 'ITMCCSCH - ITEM-CLASS-FILE OUT OF ASCENDING '
006610             'SEQUENCE OR DUPLICATE AT ITEM ' IC-ITEM-CODE
006620         PERFORM 9900-ABEND-JOB
006630     END-IF.
006640     IF WS-CLS-COUNT >= WS-CLS-MAX
006650         DISPLAY 'ITMCCSCH - CLASS VOLUME EXCEEDS TABLE '
006660             'MAXIMUM OF ' WS-CLS-MAX ' - JOB ABENDING'
006670         PERFORM 9900-ABEND-JOB
006680     END-IF.
006690     MOVE IC-ITEM-CODE TO WS-LAST-CLS-ITEM.
006700     ADD 1 TO WS-CLS-COUNT.
006710     MOVE IC-ITEM-CODE TO WS-CLS-ITEM(WS-CLS-COUNT).
006720     MOVE IC-CLASS     TO WS-CLS-CLASS(WS-CLS-COUNT).
006730 2100-EXIT.
006740     EXIT.
006750
006760*-----------------------------------------------------------
006770* 2200-LOAD-COUNT-HISTORY - READ ONE COUNT HISTORY RECORD
006780*-----------------------------------------------------------
006790 2200-LOAD-COUNT-HISTORY.
006800     READ COUNT-HISTORY-FILE
006810         AT END
006820             MOVE 'Y' TO WS-EOF-SWITCH
006830         NOT AT END
006840             ADD 1 TO WS-REF-READ-COUNT
006850             PERFORM 2300-LOAD-HISTORY-ENTRY THRU 2300-EXIT
006860     END-READ.
006870 2200-EXIT.
006880     EXIT.
006890
006900 2300-LOAD-HISTORY-ENTRY.
006910     IF CH-KEY NOT > WS-LAST-HST-KEY
006920         DISPLAY 'ITMCCSCH - COUNT-HISTORY-FILE OUT OF '
006930             'ASCENDING SEQUENCE OR DUPLICATE AT ' CH-KEY
006940         PERFORM 9900-ABEND-JOB
006950     END-IF.
006960     IF WS-HST-COUNT >= WS-HST-MAX
006970         DISPLAY 'ITMCCSCH - COUNT HISTORY EXCEEDS TABLE '
006980             'MAXIMUM OF ' WS-HST-MAX ' - JOB ABENDING'
006990         PERFORM 9900-ABEND-JOB
007000     END-IF.
007010     MOVE CH-KEY TO WS-LAST-HST-KEY.
007020     ADD 1 TO WS-HST-COUNT.
007030     MOVE CH-ITEM-CODE TO WS-HST-ITEM(WS-HST-COUNT).
007040     MOVE CH-WHSE      TO WS-HST-WHSE(WS-HST-COUNT).
007050     IF CH-LAST-COUNT-DATE NUMERIC
007060         MOVE CH-LAST-COUNT-DATE TO WS-HST-LAST-DATE(WS-HST-COUNT)
007070     ELSE
007080         MOVE ZERO TO WS-HST-LAST-DATE(WS-HST-COUNT)
007090     END-IF.
007100 2300-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------
007140* 3000-SELECT-DUE-ROWS - SORT INPUT PROCEDURE. EACH EXTRACT
007150* ROW WHOSE CLASS INTERVAL HAS RUN OUT SINCE ITS LAST COUNT
007160* IS RELEASED. A ROW NEVER COUNTED IS DUE AT ONCE (DUE DATE
007170* ZERO, SO IT SORTS FIRST). AN ITEM MISSING FROM THE CLASS
007180* FILE - ADDED SINCE THE LAST CLASSIFICATION - IS COUNTED
007190* AS CLASS C.
007200*-----------------------------------------------------------
007210 3000-SELECT-DUE-ROWS.
007220     PERFORM 3100-READ-EXTRACT-ROW THRU 3100-EXIT
007230         UNTIL WS-EOF-YES.
007240     MOVE 'N' TO WS-EOF-SWITCH.
007250 3000-EXIT.
007260     EXIT.
007270
007280 3100-READ-EXTRACT-ROW.
007290     READ ITEM-TABLE-IN-FILE
007300         AT END
007310             MOVE 'Y' TO WS-EOF-SWITCH
007320         NOT AT END
007330             ADD 1 TO WS-ROW-READ-COUNT
007340             PERFORM 3200-CHECK-ROW-DUE THRU 3200-EXIT
007350     END-READ.
007360 3100-EXIT.
007370     EXIT.
007380
007390 3200-CHECK-ROW-DUE.
007400     IF TI-KEY < WS-LAST-TI-KEY
007410         DISPLAY 'ITMCCSCH - ITEM-TABLE-IN-FILE OUT OF '
007420             'ASCENDING SEQUENCE AT ITEM ' TI-KEY
007430         PERFORM 9900-ABEND-JOB
007440     END-IF.
007450     MOVE TI-KEY TO WS-LAST-TI-KEY.
007460     MOVE TI-ITEM TO WS-SEARCH-ITEM-CODE.
007470     MOVE TI-WHSE TO WS-SEARCH-WHSE.
007480     PERFORM 7000-FIND-CLASS THRU 7000-EXIT.
007490     IF NOT WS-SEARCH-FOUND
007500         ADD 1 TO WS-UNCLASSED-COUNT
007510         MOVE 'C' TO WS-ROW-CLASS
007520     END-IF.
007530     EVALUATE WS-ROW-CLASS
007540         WHEN 'A'
007550             MOVE WS-A-DAYS TO WS-INTERVAL-DAYS
007560         WHEN 'B'
007570             MOVE WS-B-DAYS TO WS-INTERVAL-DAYS
007580         WHEN OTHER
007590             MOVE 'C' TO WS-ROW-CLASS
007600             MOVE WS-C-DAYS TO WS-INTERVAL-DAYS
007610     END-EVALUATE.
007620     PERFORM 7100-FIND-LAST-COUNT THRU 7100-EXIT.
007630     IF WS-ROW-LAST-DATE = ZERO
007640         ADD 1 TO WS-NEVER-COUNTED-COUNT
007650         MOVE ZERO TO WS-ROW-DUE-DATE
007660     ELSE
007670         MOVE WS-ROW-LAST-DATE TO WS-DC-DATE
007680         PERFORM 8100-CONVERT-DATE-TO-DAYS THRU 8100-EXIT
007690         ADD WS-INTERVAL-DAYS TO WS-DC-DAY-NUMBER
007700         PERFORM 8200-CONVERT-DAYS-TO-DATE THRU 8200-EXIT
007710         MOVE WS-DC-DATE TO WS-ROW-DUE-DATE
007720     END-IF.
007730     IF WS-ROW-DUE-DATE > WS-SCHED-DATE
007740         ADD 1 TO WS-NOT-DUE-COUNT
007750         GO TO 3200-EXIT
007760     END-IF.
007770     ADD 1 TO WS-ROW-DUE-COUNT.
007780     MOVE SPACES           TO PRIORITY-SORT-RECORD.
007790     MOVE WS-ROW-DUE-DATE  TO PS-DUE-DATE.
007800     MOVE WS-ROW-CLASS     TO PS-CLASS.
007810     MOVE TI-WHSE          TO PS-WHSE.
007820     MOVE TI-ITEM          TO PS-ITEM-CODE.
007830     MOVE WS-ROW-LAST-DATE TO PS-LAST-COUNT-DATE.
007840     MOVE TI-DESC          TO PS-DESC.
007850     MOVE TI-CATEGORY      TO PS-CATEGORY.
007860     RELEASE PRIORITY-SORT-RECORD.
007870 3200-EXIT.
007880     EXIT.
007890
007900*-----------------------------------------------------------
007910* 4000-PICK-ROWS - SORT OUTPUT PROCEDURE. DUE ROWS COME BACK
007920* MOST OVERDUE FIRST; THE FIRST DAILY-LIMIT OF THEM ARE
007930* SCHEDULED AND THE REST WAIT FOR A LATER DAY.
007940*-----------------------------------------------------------
007950 4000-PICK-ROWS.
007960     MOVE 'N' TO WS-SORT-EOF-SWITCH.
007970     PERFORM 4100-RETURN-DUE-ROW THRU 4100-EXIT.
007980     PERFORM 4200-PICK-ONE-ROW THRU 4200-EXIT
007990         UNTIL WS-SORT-EOF.
008000 4000-EXIT.
008010     EXIT.
008020
008030 4100-RETURN-DUE-ROW.
008040     RETURN PRIORITY-SORT-FILE
008050         AT END
008060             MOVE 'Y' TO WS-SORT-EOF-SWITCH
008070     END-RETURN.
008080 4100-EXIT.
008090     EXIT.
008100
008110 4200-PICK-ONE-ROW.
008120     IF WS-DAILY-LIMIT > ZERO
008130       AND WS-PICK-COUNT NOT < WS-DAILY-LIMIT
008140         ADD 1 TO WS-DEFERRED-COUNT
008150         PERFORM 4100-RETURN-DUE-ROW THRU 4100-EXIT
008160         GO TO 4200-EXIT
008170     END-IF.
008180     IF WS-PICK-COUNT >= WS-PICK-MAX
008190         DISPLAY 'ITMCCSCH - ROWS DUE EXCEED TABLE MAXIMUM OF '
008200             WS-PICK-MAX ' - SET DAILY-LIMIT'
008210         PERFORM 9900-ABEND-JOB
008220     END-IF.
008230     ADD 1 TO WS-PICK-COUNT.
008240     MOVE PS-WHSE            TO WS-PICK-WHSE(WS-PICK-COUNT).
008250     MOVE PS-ITEM-CODE       TO WS-PICK-ITEM(WS-PICK-COUNT).
008260     MOVE PS-CLASS           TO WS-PICK-CLASS(WS-PICK-COUNT).
008270     MOVE PS-DUE-DATE        TO WS-PICK-DUE-DATE(WS-PICK-COUNT).
008280     MOVE PS-LAST-COUNT-DATE TO WS-PICK-LAST-DATE(WS-PICK-COUNT).
008290     MOVE PS-DESC            TO WS-PICK-DESC(WS-PICK-COUNT).
008300     MOVE PS-CATEGORY        TO WS-PICK-CATEGORY(WS-PICK-COUNT).
008310     EVALUATE PS-CLASS
008320         WHEN 'A'
008330             ADD 1 TO WS-SCHED-A-COUNT
008340         WHEN 'B'
008350             ADD 1 TO WS-SCHED-B-COUNT
008360         WHEN OTHER
008370             ADD 1 TO WS-SCHED-C-COUNT
008380     END-EVALUATE.
008390     PERFORM 4100-RETURN-DUE-ROW THRU 4100-EXIT.
008400 4200-EXIT.
008410     EXIT.
008420
008430*-----------------------------------------------------------
008440* 5000-RELEASE-PICKS - SORT INPUT PROCEDURE. THE SCHEDULED
008450* ROWS GO BACK THROUGH THE SORT IN WAREHOUSE ORDER.
008460*-----------------------------------------------------------
008470 5000-RELEASE-PICKS.
008480     PERFORM 5100-RELEASE-ONE-PICK THRU 5100-EXIT
008490         VARYING WS-PICK-SUB FROM 1 BY 1
008500         UNTIL WS-PICK-SUB > WS-PICK-COUNT.
008510 5000-EXIT.
008520     EXIT.
008530
008540 5100-RELEASE-ONE-PICK.
008550     MOVE SPACES                        TO SHEET-SORT-RECORD.
008560     MOVE WS-PICK-WHSE(WS-PICK-SUB)      TO SS-WHSE.
008570     MOVE WS-PICK-ITEM(WS-PICK-SUB)      TO SS-ITEM-CODE.
008580     MOVE WS-PICK-CLASS(WS-PICK-SUB)     TO SS-CLASS.
008590     MOVE WS-PICK-DUE-DATE(WS-PICK-SUB)  TO SS-DUE-DATE.
008600     MOVE WS-PICK-LAST-DATE(WS-PICK-SUB) TO SS-LAST-COUNT-DATE.
008610     MOVE WS-PICK-DESC(WS-PICK-SUB)      TO SS-DESC.
008620     MOVE WS-PICK-CATEGORY(WS-PICK-SUB)  TO SS-CATEGORY.
008630     RELEASE SHEET-SORT-RECORD.
008640 5100-EXIT.
008650     EXIT.
008660
008670*-----------------------------------------------------------
008680* 5500-WRITE-SCHEDULE - SORT OUTPUT PROCEDURE. ONE SET OF
008690* COUNT SHEETS PER WAREHOUSE, AND ONE EXPECTED COUNT RECORD
008700* PER ROW. BOOK QUANTITY IS LEFT OFF THE SHEETS SO THE
008710* COUNT IS TAKEN BLIND.
008720*-----------------------------------------------------------
008730 5500-WRITE-SCHEDULE.
008740     MOVE 'N' TO WS-SORT-EOF-SWITCH.
008750     PERFORM 5600-RETURN-SHEET-ROW THRU 5600-EXIT.
008760     PERFORM 5700-WRITE-ONE-ROW THRU 5700-EXIT
008770         UNTIL WS-SORT-EOF.
008780     IF WS-CURR-WHSE NOT = SPACES
008790         PERFORM 5800-END-WAREHOUSE THRU 5800-EXIT
008800     END-IF.
008810 5500-EXIT.
008820     EXIT.
008830
008840 5600-RETURN-SHEET-ROW.
008850     RETURN SHEET-SORT-FILE
008860         AT END
008870             MOVE 'Y' TO WS-SORT-EOF-SWITCH
008880     END-RETURN.
008890 5600-EXIT.
008900     EXIT.
008910
008920 5700-WRITE-ONE-ROW.
008930     IF SS-WHSE NOT = WS-CURR-WHSE
008940         IF WS-CURR-WHSE NOT = SPACES
008950             PERFORM 5800-END-WAREHOUSE THRU 5800-EXIT
008960         END-IF
008970         MOVE SS-WHSE TO WS-CURR-WHSE
008980         MOVE ZERO    TO WS-WHSE-ITEM-COUNT
008990         PERFORM 5900-WRITE-SHEET-HEADINGS THRU 5900-EXIT
009000     END-IF.
009010     MOVE SPACES             TO EXPECTED-COUNT-RECORD.
009020     MOVE SS-ITEM-CODE       TO EC-ITEM-CODE.
009030     MOVE SS-WHSE            TO EC-WHSE.
009040     MOVE SS-CLASS           TO EC-CLASS.
009050     MOVE WS-SCHED-DATE      TO EC-SCHED-DATE.
009060     MOVE SS-DUE-DATE        TO EC-DUE-DATE.
009070     MOVE SS-LAST-COUNT-DATE TO EC-LAST-COUNT-DATE.
009080     WRITE EXPECTED-COUNT-RECORD.
009090     ADD 1 TO WS-EXP-WRITTEN-COUNT.
009100     ADD 1 TO WS-WHSE-ITEM-COUNT.
009110     MOVE SS-ITEM-CODE       TO RPT-D-ITEM.
009120     MOVE SS-DESC            TO RPT-D-DESC.
009130     MOVE SS-CATEGORY        TO RPT-D-CATEGORY.
009140     MOVE SS-CLASS           TO RPT-D-CLASS.
009150     IF SS-LAST-COUNT-DATE = ZERO
009160         MOVE 'NEVER'            TO RPT-D-LAST-DATE
009170         MOVE 'NOW'              TO RPT-D-DUE-DATE
009180     ELSE
009190         MOVE SS-LAST-COUNT-DATE TO RPT-D-LAST-DATE
009200         MOVE SS-DUE-DATE        TO RPT-D-DUE-DATE
009210     END-IF.
009220     IF WS-LINE-COUNT > 50
009230         PERFORM 5900-WRITE-SHEET-HEADINGS THRU 5900-EXIT
009240     END-IF.
009250     WRITE COUNT-SHEET-RECORD FROM WS-SHEET-DETAIL-LINE
009260         AFTER ADVANCING 2 LINES.
009270     ADD 2 TO WS-LINE-COUNT.
009280     PERFORM 5600-RETURN-SHEET-ROW THRU 5600-EXIT.
009290 5700-EXIT.
009300     EXIT.
009310
009320 5800-END-WAREHOUSE.
009330     MOVE WS-WHSE-ITEM-COUNT TO RPT-F-ROWS.
009340     WRITE COUNT-SHEET-RECORD FROM WS-SHEET-FOOTER-1
009350         AFTER ADVANCING 3 LINES.
009360     WRITE COUNT-SHEET-RECORD FROM WS-SHEET-FOOTER-2
009370         AFTER ADVANCING 3 LINES.
009380 5800-EXIT.
009390     EXIT.
009400
009410 5900-WRITE-SHEET-HEADINGS.
009420     ADD 1 TO WS-PAGE-COUNT.
009430     MOVE WS-CURR-WHSE  TO RPT-H-WHSE.
009440     MOVE WS-SCHED-DATE TO RPT-H-SCHED-DATE.
009450     MOVE WS-PAGE-COUNT TO RPT-H-PAGE.
009460     WRITE COUNT-SHEET-RECORD FROM WS-SHEET-HEADING-1
009470         AFTER ADVANCING PAGE.
009480     WRITE COUNT-SHEET-RECORD FROM WS-SHEET-HEADING-2
009490         AFTER ADVANCING 2 LINES.
009500     MOVE 3 TO WS-LINE-COUNT.
009510 5900-EXIT.
009520     EXIT.
009530
009540*-----------------------------------------------------------
009550* 6000-PRINT-SUMMARY - SCHEDULE CONTROL TOTALS ON A PAGE OF
009560* THEIR OWN
009570*-----------------------------------------------------------
009580 6000-PRINT-SUMMARY.
009590     MOVE WS-SCHED-DATE TO RPT-S-SCHED-DATE.
009600     WRITE COUNT-SHEET-RECORD FROM WS-SUM-HEADING
009610         AFTER ADVANCING PAGE.
009620     MOVE WS-A-DAYS TO RPT-S-A-DAYS.
009630     MOVE WS-B-DAYS TO RPT-S-B-DAYS.
009640     MOVE WS-C-DAYS TO RPT-S-C-DAYS.
009650     IF WS-DAILY-LIMIT = ZERO
009660         MOVE 'NONE' TO RPT-S-LIMIT
009670     ELSE
009680         MOVE WS-DAILY-LIMIT TO WS-EDIT-LIMIT
009690         MOVE WS-EDIT-LIMIT  TO RPT-S-LIMIT
009700     END-IF.
009710     WRITE COUNT-SHEET-RECORD FROM WS-SUM-PARM-LINE
009720         AFTER ADVANCING 1 LINE.
009730     MOVE 'EXTRACT ROWS READ:'            TO RPT-C-LABEL.
009740     MOVE WS-ROW-READ-COUNT               TO RPT-C-COUNT.
009750     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
009760         AFTER ADVANCING 2 LINES.
009770     MOVE 'ROWS NOT YET DUE:'             TO RPT-C-LABEL.
009780     MOVE WS-NOT-DUE-COUNT                TO RPT-C-COUNT.
009790     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
009800         AFTER ADVANCING 1 LINE.
009810     MOVE 'ROWS DUE:'                     TO RPT-C-LABEL.
009820     MOVE WS-ROW-DUE-COUNT                TO RPT-C-COUNT.
009830     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
009840         AFTER ADVANCING 1 LINE.
009850     MOVE '  OF WHICH NEVER COUNTED:'     TO RPT-C-LABEL.
009860     MOVE WS-NEVER-COUNTED-COUNT          TO RPT-C-COUNT.
009870     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
009880         AFTER ADVANCING 1 LINE.
009890     MOVE 'ROWS SCHEDULED - CLASS A:'     TO RPT-C-LABEL.
009900     MOVE WS-SCHED-A-COUNT                TO RPT-C-COUNT.
009910     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
009920         AFTER ADVANCING 2 LINES.
009930     MOVE 'ROWS SCHEDULED - CLASS B:'     TO RPT-C-LABEL.
009940     MOVE WS-SCHED-B-COUNT                TO RPT-C-COUNT.
009950     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
009960         AFTER ADVANCING 1 LINE.
009970     MOVE 'ROWS SCHEDULED - CLASS C:'     TO RPT-C-LABEL.
009980     MOVE WS-SCHED-C-COUNT                TO RPT-C-COUNT.
009990     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
010000         AFTER ADVANCING 1 LINE.
010010     MOVE 'ROWS SCHEDULED - TOTAL:'       TO RPT-C-LABEL.
010020     MOVE WS-EXP-WRITTEN-COUNT            TO RPT-C-COUNT.
010030     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
010040         AFTER ADVANCING 1 LINE.
010050     MOVE 'DUE BUT DEFERRED BY DAILY LIMIT:' TO RPT-C-LABEL.
010060     MOVE WS-DEFERRED-COUNT               TO RPT-C-COUNT.
010070     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
010080         AFTER ADVANCING 2 LINES.
010090     MOVE 'ITEMS NOT ON CLASS FILE (AS C):' TO RPT-C-LABEL.
010100     MOVE WS-UNCLASSED-COUNT              TO RPT-C-COUNT.
010110     WRITE COUNT-SHEET-RECORD FROM WS-SUM-COUNT-LINE
010120         AFTER ADVANCING 1 LINE.
010130 6000-EXIT.
010140     EXIT.
010150
010160*-----------------------------------------------------------
010170* 7000/7100 - BINARY SEARCHES OF THE CLASS AND COUNT
010180* HISTORY TABLES
010190*-----------------------------------------------------------
010200 7000-FIND-CLASS.
010210     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
010220     MOVE SPACE TO WS-ROW-CLASS.
010230     IF WS-CLS-COUNT > 0
010240         SEARCH ALL WS-CLS-TABLE
010250             AT END
010260                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
010270             WHEN WS-CLS-ITEM(WS-CLS-IDX) = WS-SEARCH-ITEM-CODE
010280                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
010290                 MOVE WS-CLS-CLASS(WS-CLS-IDX) TO WS-ROW-CLASS
010300         END-SEARCH
010310     END-IF.
010320 7000-EXIT.
010330     EXIT.
010340
010350 7100-FIND-LAST-COUNT.
010360     MOVE ZERO TO WS-ROW-LAST-DATE.
010370     IF WS-HST-COUNT > 0
010380         SEARCH ALL WS-HST-TABLE
010390             AT END
010400                 MOVE ZERO TO WS-ROW-LAST-DATE
010410             WHEN WS-HST-ITEM(WS-HST-IDX) = WS-SEARCH-ITEM-CODE
010420              AND WS-HST-WHSE(WS-HST-IDX) = WS-SEARCH-WHSE
010430                 MOVE WS-HST-LAST-DATE(WS-HST-IDX)
010440                     TO WS-ROW-LAST-DATE
010450         END-SEARCH
010460     END-IF.
010470 7100-EXIT.
010480     EXIT.
010490
010500*-----------------------------------------------------------
010510* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
010520*-----------------------------------------------------------
010530 8000-WRITE-AUDIT-LOG.
010540     MOVE WS-RUN-DATE            TO AL-RUN-DATE.
010550     MOVE WS-RUN-TIME            TO AL-RUN-TIME.
010560     MOVE 'ITMCCSCH'             TO AL-JOB-ID.
010570     COMPUTE AL-READ-COUNT = WS-ROW-READ-COUNT
010580                           + WS-REF-READ-COUNT.
010590     MOVE WS-EXP-WRITTEN-COUNT   TO AL-WRITTEN-COUNT.
010600     MOVE WS-DEFERRED-COUNT      TO AL-EXCEPTION-COUNT.
010610     MOVE ZERO                   TO AL-REJECT-COUNT.
010620     MOVE WS-AUDIT-DISP          TO AL-DISPOSITION.
010630     WRITE AUDIT-LOG-RECORD.
010640 8000-EXIT.
010650     EXIT.
010660
010670*-----------------------------------------------------------
010680* 8100-CONVERT-DATE-TO-DAYS - CIVIL DAY NUMBER FROM A
010690* YYYYMMDD DATE IN WS-DC-DATE
010700*-----------------------------------------------------------
010710 8100-CONVERT-DATE-TO-DAYS.
010720     MOVE WS-DC-YEAR  TO WS-DC-Y.
010730     MOVE WS-DC-MONTH TO WS-DC-M.
010740     IF WS-DC-M < 3
010750         SUBTRACT 1 FROM WS-DC-Y
010760         ADD 12 TO WS-DC-M
010770     END-IF.
010780     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010790     MOVE WS-DC-YEAR-START TO WS-DC-DAY-NUMBER.
010800     ADD 1 TO WS-DC-M.
010810     MULTIPLY WS-DC-M BY 153 GIVING WS-DC-WORK.
010820     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
010830     ADD WS-DC-WORK TO WS-DC-DAY-NUMBER.
010840     ADD WS-DC-DAY TO WS-DC-DAY-NUMBER.
010850 8100-EXIT.
010860     EXIT.
010870
010880*-----------------------------------------------------------
010890* 8200-CONVERT-DAYS-TO-DATE - THE REVERSE OF 8100. TAKES
010900* THE DAY NUMBER IN WS-DC-DAY-NUMBER AND RETURNS THE
010910* YYYYMMDD DATE IN WS-DC-DATE. YEARS RUN MARCH TO FEBRUARY
010920* AS IN 8100, SO THE LEAP DAY FALLS AT THE END OF THE YEAR.
010930*-----------------------------------------------------------
010940 8200-CONVERT-DAYS-TO-DATE.
010950     SUBTRACT 123 FROM WS-DC-DAY-NUMBER GIVING WS-DC-REMAIN.
010960     MULTIPLY WS-DC-REMAIN BY 400 GIVING WS-DC-BIG.
010970     DIVIDE WS-DC-BIG BY 146097 GIVING WS-DC-Y.
010980     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010990     PERFORM 8220-STEP-YEAR-BACK THRU 8220-EXIT
011000         UNTIL WS-DC-YEAR-START NOT > WS-DC-REMAIN.
011010     MOVE 'N' TO WS-DC-FOUND-SWITCH.
011020     PERFORM 8230-STEP-YEAR-FORWARD THRU 8230-EXIT
011030         UNTIL WS-DC-FOUND.
011040     SUBTRACT WS-DC-YEAR-START FROM WS-DC-REMAIN
011050         GIVING WS-DC-DAY-OF-YEAR.
011060     MOVE 3 TO WS-DC-M.
011070     MOVE 'N' TO WS-DC-FOUND-SWITCH.
011080     PERFORM 8240-STEP-MONTH THRU 8240-EXIT
011090         UNTIL WS-DC-FOUND.
011100     ADD 1 TO WS-DC-M GIVING WS-DC-WORK.
011110     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
011120     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
011130     SUBTRACT 122 FROM WS-DC-WORK.
011140     SUBTRACT WS-DC-WORK FROM WS-DC-DAY-OF-YEAR
011150         GIVING WS-DC-DAY.
011160     ADD 1 TO WS-DC-DAY.
011170     IF WS-DC-M > 12
011180         SUBTRACT 12 FROM WS-DC-M
011190         ADD 1 TO WS-DC-Y
011200     END-IF.
011210     MOVE WS-DC-Y TO WS-DC-YEAR.
011220     MOVE WS-DC-M TO WS-DC-MONTH.
011230 8200-EXIT.
011240     EXIT.
011250
011260*-----------------------------------------------------------
011270* 8210-YEAR-START-DAYS - DAYS BEFORE MARCH 1 OF YEAR WS-DC-Y
011280*-----------------------------------------------------------
011290 8210-YEAR-START-DAYS.
011300     MULTIPLY WS-DC-Y BY 365 GIVING WS-DC-YEAR-START.
011310     DIVIDE WS-DC-Y BY 4 GIVING WS-DC-WORK.
011320     ADD WS-DC-WORK TO WS-DC-YEAR-START.
011330     DIVIDE WS-DC-Y BY 100 GIVING WS-DC-WORK.
011340     SUBTRACT WS-DC-WORK FROM WS-DC-YEAR-START.
011350     DIVIDE WS-DC-Y BY 400 GIVING WS-DC-WORK.
011360     ADD WS-DC-WORK TO WS-DC-YEAR-START.
011370 8210-EXIT.
011380     EXIT.
011390
011400 8220-STEP-YEAR-BACK.
011410     SUBTRACT 1 FROM WS-DC-Y.
011420     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
011430 8220-EXIT.
011440     EXIT.
011450
011460 8230-STEP-YEAR-FORWARD.
011470     ADD 1 TO WS-DC-Y.
011480     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
011490     IF WS-DC-YEAR-START > WS-DC-REMAIN
011500         SUBTRACT 1 FROM WS-DC-Y
011510         PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT
011520         MOVE 'Y' TO WS-DC-FOUND-SWITCH
011530     END-IF.
011540 8230-EXIT.
011550     EXIT.
011560
011570 8240-STEP-MONTH.
011580     ADD 2 TO WS-DC-M GIVING WS-DC-WORK.
011590     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
011600     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
011610     SUBTRACT 122 FROM WS-DC-WORK.
011620     IF WS-DC-WORK > WS-DC-DAY-OF-YEAR
011630         MOVE 'Y' TO WS-DC-FOUND-SWITCH
011640     ELSE
011650         ADD 1 TO WS-DC-M
011660     END-IF.
011670 8240-EXIT.
011680     EXIT.
011690
011700*-----------------------------------------------------------
011710* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
011720* CLEAN, 4 ROWS DEFERRED BY THE DAILY LIMIT OR ITEMS NOT ON
011730* THE CLASS FILE), AND SIGN OFF
011740*-----------------------------------------------------------
011750 9000-TERMINATE.
011760     IF WS-DEFERRED-COUNT > 0
011770       OR WS-UNCLASSED-COUNT > 0
011780         MOVE 'WARNING' TO WS-AUDIT-DISP
011790         MOVE 4 TO RETURN-CODE
011800     ELSE
011810         MOVE 'NORMAL' TO WS-AUDIT-DISP
011820         MOVE ZERO TO RETURN-CODE
011830     END-IF.
011840     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
011850     CLOSE AUDIT-LOG-FILE.
011860     CLOSE ITEM-CLASS-FILE.
011870     IF WS-CH-OPEN
011880         CLOSE COUNT-HISTORY-FILE
011890     END-IF.
011900     CLOSE ITEM-TABLE-IN-FILE.
011910     CLOSE EXPECTED-COUNT-FILE.
011920     CLOSE COUNT-SHEET-FILE.
011930     DISPLAY 'ITMCCSCH - COUNT DATE:           ' WS-SCHED-DATE.
011940     DISPLAY 'ITMCCSCH - EXTRACT ROWS READ:    '
011950         WS-ROW-READ-COUNT.
011960     DISPLAY 'ITMCCSCH - ROWS DUE:             '
011970         WS-ROW-DUE-COUNT.
011980     DISPLAY 'ITMCCSCH - ROWS SCHEDULED:       '
011990         WS-EXP-WRITTEN-COUNT.
012000     DISPLAY 'ITMCCSCH - ROWS DEFERRED:        '
012010         WS-DEFERRED-COUNT.
012020     DISPLAY 'ITMCCSCH - RETURN CODE SET TO ' RETURN-CODE.
012030 9000-EXIT.
012040     EXIT.
012050
012060*-----------------------------------------------------------
012070* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
012080* ERROR
012090*-----------------------------------------------------------
012100 9900-ABEND-JOB.
012110     DISPLAY 'ITMCCSCH - JOB TERMINATED - SEE ERROR ABOVE'.
012120     IF WS-AL-OPEN
012130         MOVE 'ABEND' TO WS-AUDIT-DISP
012140         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
012150         CLOSE AUDIT-LOG-FILE
012160     END-IF.
012170     IF WS-PC-OPEN
012180         CLOSE PARM-CARD-FILE
012190     END-IF.
012200     IF WS-IC-OPEN
012210         CLOSE ITEM-CLASS-FILE
012220     END-IF.
012230     IF WS-CH-OPEN
012240         CLOSE COUNT-HISTORY-FILE
012250     END-IF.
012260     IF WS-TI-OPEN
012270         CLOSE ITEM-TABLE-IN-FILE
012280     END-IF.
012290     IF WS-EC-OPEN
012300         CLOSE EXPECTED-COUNT-FILE
012310     END-IF.
012320     IF WS-CS-OPEN
012330         CLOSE COUNT-SHEET-FILE
012340     END-IF.
012350     MOVE 16 TO RETURN-CODE.
012360     STOP RUN.
