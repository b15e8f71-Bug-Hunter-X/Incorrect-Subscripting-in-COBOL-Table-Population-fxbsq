000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMPOGEN.
000030 AUTHOR. J HARTLEY.
000040 INSTALLATION. INVENTORY SYSTEMS.
000050 DATE-WRITTEN. 10/08/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------
000120* 10/08/2026 JH    PURCHASE ORDER GENERATION. TURNS THE
000130*                  ITMREORD REPLENISHMENT SUGGESTIONS INTO
000140*                  PURCHASE ORDERS USING THE VENDOR MASTER
000150*                  (PRIMARY VENDOR, LEAD TIME, MINIMUM ORDER
000160*                  QUANTITY, ORDER MULTIPLE). SUGGESTIONS ARE
000170*                  GROUPED INTO ONE ORDER PER VENDOR AND
000180*                  WAREHOUSE, QUANTITIES ROUNDED UP TO THE
000190*                  VENDOR MINIMUM AND MULTIPLE, AND EACH LINE
000200*                  DUE ON THE RUN DATE PLUS THE LEAD TIME.
000210*                  ORDER NUMBERS COME FROM THE PONUMCTL
000220*                  CONTROL RECORD. THE NEW LINES ARE MERGED
000230*                  WITH OPENORDS INTO THE NEXT OPEN-ORDER
000240*                  GENERATION (NEXTORDS) IN ITEM/WAREHOUSE
000250*                  SEQUENCE. PRINTS A PO REGISTER BY VENDOR
000260*                  AND A LIST OF SUGGESTIONS NOT ORDERED (NO
000270*                  VENDOR ON FILE, QUANTITY TOO LARGE).
000271* 10/09/2026 JH    OPEN-ORDER LINES NOW CARRY THE VENDOR
000272*                  NUMBER SO RECEIVING CAN REPORT BY VENDOR
000273*                  AND ORDER.
000280*-----------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT VENDOR-MASTER-FILE
000380         ASSIGN TO VENDMSTR
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-VM-FILE-STATUS.
000410
000420     SELECT REPL-SUGG-FILE
000430         ASSIGN TO REPLSUGG
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RS-FILE-STATUS.
000460
000470     SELECT OPEN-ORDER-FILE
000480         ASSIGN TO OPENORDS
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-OO-FILE-STATUS.
000510
000520     SELECT NEXT-ORDER-FILE
000530         ASSIGN TO NEXTORDS
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-NO-FILE-STATUS.
000560
000570     SELECT PO-CONTROL-FILE
000580         ASSIGN TO PONUMCTL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PN-FILE-STATUS.
000610
000620     SELECT NEXT-PO-CONTROL-FILE
000630         ASSIGN TO NEXTPONO
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-NP-FILE-STATUS.
000660
000670     SELECT PO-REGISTER-RPT-FILE
000680         ASSIGN TO POREGRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PR-FILE-STATUS.
000710
000720     SELECT AUDIT-LOG-FILE
000730         ASSIGN TO AUDITLOG
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-AL-FILE-STATUS.
000760
000770     SELECT PO-SORT-FILE
000780         ASSIGN TO SORTWORK.
000790
000800     SELECT ORDER-MERGE-FILE
000810         ASSIGN TO SORTWRK2.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  VENDOR-MASTER-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  VENDOR-MASTER-RECORD.
000890     05  VM-ITEM-CODE             PIC X(20).
000900     05  VM-VENDOR-NO             PIC X(08).
000910     05  VM-VENDOR-NAME           PIC X(20).
000920     05  VM-LEAD-DAYS             PIC 9(03).
000930     05  VM-MIN-ORDER-QTY         PIC 9(05).
000940     05  VM-ORDER-MULTIPLE        PIC 9(05).
000950     05  FILLER                   PIC X(19).
000960
000970 FD  REPL-SUGG-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  REPL-SUGG-RECORD.
001010     05  RS-ITEM-CODE             PIC X(20).
001020     05  RS-WHSE                  PIC X(03).
001030     05  RS-QTY-ON-HAND           PIC 9(05).
001040     05  RS-REORDER-POINT         PIC 9(05).
001050     05  RS-SUGGESTED-QTY         PIC 9(05).
001060     05  RS-QTY-ON-ORDER          PIC 9(05).
001070     05  RS-QTY-BACKORDERED       PIC 9(07).
001080     05  FILLER                   PIC X(30).
001090
001100 FD  OPEN-ORDER-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130 01  OPEN-ORDER-RECORD.
001140     05  OO-KEY.
001150         10  OO-ITEM-CODE         PIC X(20).
001160         10  OO-WHSE              PIC X(03).
001170     05  OO-ORDER-NO              PIC X(08).
001180     05  OO-ORDER-QTY             PIC 9(05).
001190     05  OO-DUE-DATE              PIC 9(08).
001200     05  OO-RECD-QTY              PIC 9(05).
001205     05  OO-VENDOR-NO             PIC X(08).
001210     05  FILLER                   PIC X(23).
001220
001230 FD  NEXT-ORDER-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  NEXT-ORDER-RECORD            PIC X(80).
001270
001280 FD  PO-CONTROL-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  PO-CONTROL-RECORD.
001320     05  PN-LAST-ORDER-SEQ        PIC 9(06).
001330     05  PN-LAST-RUN-DATE         PIC 9(08).
001340     05  FILLER                   PIC X(66).
001350
001360 FD  NEXT-PO-CONTROL-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  NEXT-PO-CONTROL-RECORD.
001400     05  NP-LAST-ORDER-SEQ        PIC 9(06).
001410     05  NP-LAST-RUN-DATE         PIC 9(08).
001420     05  FILLER                   PIC X(66).
001430
001440 FD  PO-REGISTER-RPT-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 132 CHARACTERS.
001470 01  PO-REGISTER-RPT-RECORD      PIC X(132).
001480
001490 FD  AUDIT-LOG-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 80 CHARACTERS.
001520 01  AUDIT-LOG-RECORD.
001530     COPY ITMAUDIT.
001540
001550 SD  PO-SORT-FILE
001560     RECORD CONTAINS 80 CHARACTERS.
001570 01  PO-SORT-RECORD.
001580     05  PS-VENDOR-NO             PIC X(08).
001590     05  PS-WHSE                  PIC X(03).
001600     05  PS-ITEM-CODE             PIC X(20).
001610     05  PS-VENDOR-NAME           PIC X(20).
001620     05  PS-SUGGESTED-QTY         PIC 9(05).
001630     05  PS-ORDER-QTY             PIC 9(05).
001640     05  PS-LEAD-DAYS             PIC 9(03).
001650     05  PS-DUE-DATE              PIC 9(08).
001660     05  FILLER                   PIC X(08).
001670
001680 SD  ORDER-MERGE-FILE
001690     RECORD CONTAINS 80 CHARACTERS.
001700 01  ORDER-MERGE-RECORD.
001710     05  OM-ITEM-CODE             PIC X(20).
001720     05  OM-WHSE                  PIC X(03).
001730     05  OM-ORDER-NO              PIC X(08).
001740     05  FILLER                   PIC X(49).
001750
001760 WORKING-STORAGE SECTION.
001770 77  WS-VM-TABLE-MAX              PIC 9(05) VALUE 05000.
001780 77  WS-VM-COUNT                  PIC 9(05) VALUE ZERO.
001790 77  WS-NEW-TABLE-MAX             PIC 9(05) VALUE 05000.
001800 77  WS-NEW-COUNT                 PIC 9(05) VALUE ZERO.
001810 77  WS-NEW-SUB                   PIC 9(05) COMP VALUE ZERO.
001820 77  WS-NOT-TABLE-MAX             PIC 9(05) VALUE 05000.
001830 77  WS-NOT-COUNT                 PIC 9(05) VALUE ZERO.
001840 77  WS-NOT-SUB                   PIC 9(05) COMP VALUE ZERO.
001850 77  WS-SUGG-READ-COUNT           PIC 9(05) VALUE ZERO.
001860 77  WS-OO-READ-COUNT             PIC 9(05) VALUE ZERO.
001870 77  WS-NO-WRITTEN-COUNT          PIC 9(05) VALUE ZERO.
001880 77  WS-ORDER-COUNT               PIC 9(05) VALUE ZERO.
001890 77  WS-VENDOR-COUNT              PIC 9(05) VALUE ZERO.
001900 77  WS-ORDER-SEQ                 PIC 9(06) VALUE ZERO.
001910 77  WS-ORDER-QTY                 PIC 9(07) VALUE ZERO.
001920 77  WS-ROUND-QUOTIENT            PIC 9(07) VALUE ZERO.
001930 77  WS-ROUND-REMAINDER           PIC 9(05) VALUE ZERO.
001940 77  WS-RUN-DAY-NUM               PIC 9(07) VALUE ZERO.
001950 77  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
001960 77  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
001970 77  WS-LAST-VM-KEY               PIC X(20) VALUE LOW-VALUES.
001980 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001990 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
002000 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
002010 77  WS-NOT-REASON-WORK           PIC X(30) VALUE SPACES.
002020
002030 01  WS-SWITCHES.
002040     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
002050         88  WS-EOF-YES                 VALUE 'Y'.
002060         88  WS-EOF-NO                  VALUE 'N'.
002070     05  WS-SEARCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002080         88  WS-SEARCH-FOUND            VALUE 'Y'.
002090     05  WS-VM-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002100         88  WS-VM-OPEN                 VALUE 'Y'.
002110     05  WS-RS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002120         88  WS-RS-OPEN                 VALUE 'Y'.
002130     05  WS-OO-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002140         88  WS-OO-OPEN                 VALUE 'Y'.
002150     05  WS-NO-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002160         88  WS-NO-OPEN                 VALUE 'Y'.
002170     05  WS-NP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002180         88  WS-NP-OPEN                 VALUE 'Y'.
002190     05  WS-PR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002200         88  WS-PR-OPEN                 VALUE 'Y'.
002210     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002220         88  WS-AL-OPEN                 VALUE 'Y'.
002230     05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
002240         88  WS-SORT-EOF                VALUE 'Y'.
002250
002260 01  WS-FILE-STATUSES.
002270     05  WS-VM-FILE-STATUS        PIC X(02) VALUE SPACES.
002280     05  WS-RS-FILE-STATUS        PIC X(02) VALUE SPACES.
002290     05  WS-OO-FILE-STATUS        PIC X(02) VALUE SPACES.
002300     05  WS-NO-FILE-STATUS        PIC X(02) VALUE SPACES.
002310     05  WS-PN-FILE-STATUS        PIC X(02) VALUE SPACES.
002320     05  WS-NP-FILE-STATUS        PIC X(02) VALUE SPACES.
002330     05  WS-PR-FILE-STATUS        PIC X(02) VALUE SPACES.
002340     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
002350
002360 01  WS-SEARCH-AREA.
002370     05  WS-SEARCH-ITEM-CODE      PIC X(20) VALUE SPACES.
002380
002390*-----------------------------------------------------------
002400* DATE ARITHMETIC - CIVIL DAY NUMBER AND BACK AGAIN, USED
002410* TO ADD THE VENDOR LEAD TIME TO THE RUN DATE
002420*-----------------------------------------------------------
002430 01  WS-DATE-CONV-AREA.
002440     05  WS-DC-DATE               PIC 9(08).
002450     05  WS-DC-DATE-R REDEFINES WS-DC-DATE.
002460         10  WS-DC-YEAR           PIC 9(04).
002470         10  WS-DC-MONTH          PIC 9(02).
002480         10  WS-DC-DAY            PIC 9(02).
002490     05  WS-DC-Y                  PIC 9(05) VALUE ZERO.
002500     05  WS-DC-M                  PIC 9(02) VALUE ZERO.
002510     05  WS-DC-WORK               PIC 9(07) VALUE ZERO.
002520     05  WS-DC-DAY-NUMBER         PIC 9(07) VALUE ZERO.
002530     05  WS-DC-REMAIN             PIC 9(07) VALUE ZERO.
002540     05  WS-DC-BIG                PIC 9(10) VALUE ZERO.
002550     05  WS-DC-YEAR-START         PIC 9(07) VALUE ZERO.
002560     05  WS-DC-DAY-OF-YEAR        PIC 9(03) VALUE ZERO.
002570     05  WS-DC-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002580         88  WS-DC-FOUND                VALUE 'Y'.
002590
002600*-----------------------------------------------------------
002610* VENDOR MASTER - ONE PRIMARY VENDOR PER ITEM
002620*-----------------------------------------------------------
002630 01  WS-VM-DATA-AREA.
002640     05  WS-VM-TABLE OCCURS 0 TO 5000 TIMES
002650                   DEPENDING ON WS-VM-COUNT
002660                   ASCENDING KEY IS WS-VM-ITEM
002670                   INDEXED BY WS-VM-IDX.
002680         10  WS-VM-ITEM           PIC X(20).
002690         10  WS-VM-VENDOR         PIC X(08).
002700         10  WS-VM-NAME           PIC X(20).
002710         10  WS-VM-LEAD-DAYS      PIC 9(03).
002720         10  WS-VM-MIN-QTY        PIC 9(05).
002730         10  WS-VM-MULTIPLE       PIC 9(05).
002740
002750*-----------------------------------------------------------
002760* ORDER LINES GENERATED THIS RUN, HELD FOR THE MERGE INTO
002770* THE NEXT OPEN-ORDER GENERATION
002780*-----------------------------------------------------------
002790 01  WS-NEW-ORDER-AREA.
002800     05  WS-NEW-ENTRY OCCURS 5000 TIMES.
002810         10  WS-NEW-ITEM          PIC X(20).
002820         10  WS-NEW-WHSE          PIC X(03).
002830         10  WS-NEW-ORDER-NO      PIC X(08).
002840         10  WS-NEW-QTY           PIC 9(05).
002850         10  WS-NEW-DUE-DATE      PIC 9(08).
002855         10  WS-NEW-VENDOR        PIC X(08).
002860
002870*-----------------------------------------------------------
002880* SUGGESTIONS THAT COULD NOT BE ORDERED
002890*-----------------------------------------------------------
002900 01  WS-NOT-ORDERED-AREA.
002910     05  WS-NOT-ENTRY OCCURS 5000 TIMES.
002920         10  WS-NOT-ITEM          PIC X(20).
002930         10  WS-NOT-WHSE          PIC X(03).
002940         10  WS-NOT-QTY           PIC 9(05).
002950         10  WS-NOT-REASON        PIC X(30).
002960
002970 01  WS-ORDER-NO-AREA.
002980     05  WS-ORDER-NO.
002990         10  WS-ORDER-NO-PREFIX   PIC X(02) VALUE 'PO'.
003000         10  WS-ORDER-NO-SEQ      PIC 9(06) VALUE ZERO.
003010
003020 01  WS-BREAK-AREA.
003030     05  WS-CURR-VENDOR           PIC X(08) VALUE LOW-VALUES.
003040     05  WS-CURR-WHSE             PIC X(03) VALUE LOW-VALUES.
003050     05  WS-CURR-VENDOR-NAME      PIC X(20) VALUE SPACES.
003060     05  WS-PO-LINES              PIC 9(05) VALUE ZERO.
003070     05  WS-PO-QTY                PIC 9(09) VALUE ZERO.
003080     05  WS-VEND-ORDERS           PIC 9(05) VALUE ZERO.
003090     05  WS-VEND-LINES            PIC 9(05) VALUE ZERO.
003100     05  WS-VEND-QTY              PIC 9(09) VALUE ZERO.
003110     05  WS-TOT-QTY               PIC 9(09) VALUE ZERO.
003120
003130 01  WS-RPT-HEADING-1.
003140     05  FILLER                   PIC X(40) VALUE
003150             'PURCHASE ORDER REGISTER'.
003160     05  FILLER                   PIC X(10) VALUE 'RUN DATE:'.
003170     05  RPT-H-RUN-DATE           PIC 9(08).
003180     05  FILLER                   PIC X(10) VALUE SPACES.
003190     05  FILLER                   PIC X(06) VALUE 'PAGE:'.
003200     05  RPT-H-PAGE               PIC ZZ9.
003210     05  FILLER                   PIC X(55) VALUE SPACES.
003220 01  WS-RPT-HEADING-2.
003230     05  FILLER                   PIC X(10) VALUE 'ORDER NO'.
003240     05  FILLER                   PIC X(05) VALUE 'WH'.
003250     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
003260     05  FILLER                   PIC X(10) VALUE ' SUGGESTED'.
003270     05  FILLER                   PIC X(10) VALUE '   MINIMUM'.
003280     05  FILLER                   PIC X(10) VALUE '  MULTIPLE'.
003290     05  FILLER                   PIC X(10) VALUE '   ORDERED'.
003300     05  FILLER                   PIC X(07) VALUE '   LEAD'.
003310     05  FILLER                   PIC X(12) VALUE '    DUE DATE'.
003320     05  FILLER                   PIC X(36) VALUE SPACES.
003330 01  WS-RPT-VENDOR-LINE.
003340     05  FILLER                   PIC X(08) VALUE 'VENDOR:'.
003350     05  RPT-V-VENDOR             PIC X(08).
003360     05  FILLER                   PIC X(02) VALUE SPACES.
003370     05  RPT-V-NAME               PIC X(20).
003380     05  FILLER                   PIC X(94) VALUE SPACES.
003390 01  WS-RPT-DETAIL-LINE.
003400     05  RPT-D-ORDER-NO           PIC X(08).
003410     05  FILLER                   PIC X(02) VALUE SPACES.
003420     05  RPT-D-WHSE               PIC X(03).
003430     05  FILLER                   PIC X(02) VALUE SPACES.
003440     05  RPT-D-ITEM               PIC X(20).
003450     05  FILLER                   PIC X(02) VALUE SPACES.
003460     05  RPT-D-SUGGESTED          PIC ZZZ,ZZ9.
003470     05  FILLER                   PIC X(03) VALUE SPACES.
003480     05  RPT-D-MINIMUM            PIC ZZZ,ZZ9.
003490     05  FILLER                   PIC X(03) VALUE SPACES.
003500     05  RPT-D-MULTIPLE           PIC ZZZ,ZZ9.
003510     05  FILLER                   PIC X(03) VALUE SPACES.
003520     05  RPT-D-ORDERED            PIC ZZZ,ZZ9.
003530     05  FILLER                   PIC X(04) VALUE SPACES.
003540     05  RPT-D-LEAD-DAYS          PIC ZZ9.
003550     05  FILLER                   PIC X(04) VALUE SPACES.
003560     05  RPT-D-DUE-DATE           PIC 9(08).
003570     05  FILLER                   PIC X(39) VALUE SPACES.
003580 01  WS-RPT-ORDER-TOTAL-LINE.
003590     05  FILLER                   PIC X(15) VALUE SPACES.
003600     05  FILLER                   PIC X(10) VALUE 'ORDER'.
003610     05  RPT-O-ORDER-NO           PIC X(08).
003620     05  FILLER                   PIC X(04) VALUE SPACES.
003630     05  RPT-O-LINES              PIC ZZ,ZZ9.
003640     05  FILLER                   PIC X(08) VALUE ' LINES'.
003650     05  FILLER                   PIC X(16) VALUE SPACES.
003660     05  RPT-O-QTY                PIC ZZZ,ZZZ,ZZ9.
003670     05  FILLER                   PIC X(54) VALUE SPACES.
003680 01  WS-RPT-VENDOR-TOTAL-LINE.
003690     05  FILLER                   PIC X(15) VALUE SPACES.
003700     05  FILLER                   PIC X(10) VALUE 'VENDOR'.
003710     05  RPT-VT-VENDOR            PIC X(08).
003720     05  FILLER                   PIC X(04) VALUE SPACES.
003730     05  RPT-VT-ORDERS            PIC ZZ,ZZ9.
003740     05  FILLER                   PIC X(08) VALUE ' ORDERS'.
003750     05  RPT-VT-LINES             PIC ZZ,ZZ9.
003760     05  FILLER                   PIC X(10) VALUE ' LINES'.
003770     05  RPT-VT-QTY               PIC ZZZ,ZZZ,ZZ9.
003780     05  FILLER                   PIC X(54) VALUE SPACES.
003790 01  WS-RPT-TOTAL-LINE-1.
003800     05  FILLER                   PIC X(24) VALUE
003810             'SUGGESTIONS READ:'.
003820     05  RPT-T-READ               PIC ZZ,ZZ9.
003830     05  FILLER                   PIC X(05) VALUE SPACES.
003840     05  FILLER                   PIC X(16) VALUE
003850             'VENDORS:'.
003860     05  RPT-T-VENDORS            PIC ZZ,ZZ9.
003870     05  FILLER                   PIC X(05) VALUE SPACES.
003880     05  FILLER                   PIC X(16) VALUE
003890             'ORDERS:'.
003900     05  RPT-T-ORDERS             PIC ZZ,ZZ9.
003910     05  FILLER                   PIC X(48) VALUE SPACES.
003920 01  WS-RPT-TOTAL-LINE-2.
003930     05  FILLER                   PIC X(24) VALUE
003940             'ORDER LINES:'.
003950     05  RPT-T-LINES              PIC ZZ,ZZ9.
003960     05  FILLER                   PIC X(05) VALUE SPACES.
003970     05  FILLER                   PIC X(16) VALUE
003980             'QTY ORDERED:'.
003990     05  RPT-T-QTY                PIC ZZZ,ZZZ,ZZ9.
004000     05  FILLER                   PIC X(05) VALUE SPACES.
004010     05  FILLER                   PIC X(16) VALUE
004020             'NOT ORDERED:'.
004030     05  RPT-T-NOT-ORDERED        PIC ZZ,ZZ9.
004040     05  FILLER                   PIC X(43) VALUE SPACES.
004050 01  WS-RPT-NONE-LINE             PIC X(132) VALUE
004060         'NO PURCHASE ORDERS GENERATED'.
004070 01  WS-RPT-NOT-TITLE             PIC X(132) VALUE
004080         'SUGGESTIONS NOT ORDERED'.
004090 01  WS-RPT-NOT-HEADING.
004100     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
004110     05  FILLER                   PIC X(05) VALUE 'WH'.
004120     05  FILLER                   PIC X(12) VALUE ' SUGGESTED'.
004130     05  FILLER                   PIC X(30) VALUE 'REASON'.
004140     05  FILLER                   PIC X(63) VALUE SPACES.
004150 01  WS-RPT-NOT-LINE.
004160     05  RPT-N-ITEM               PIC X(20).
004170     05  FILLER                   PIC X(02) VALUE SPACES.
004180     05  RPT-N-WHSE               PIC X(03).
004190     05  FILLER                   PIC X(02) VALUE SPACES.
004200     05  RPT-N-QTY                PIC ZZZ,ZZ9.
004210     05  FILLER                   PIC X(05) VALUE SPACES.
004220     05  RPT-N-REASON             PIC X(30).
004230     05  FILLER                   PIC X(63) VALUE SPACES.
004240 01  WS-RPT-NOT-NONE-LINE         PIC X(132) VALUE
004250         'ALL SUGGESTIONS ORDERED'.
004260
004270 PROCEDURE DIVISION.
004280
004290*-----------------------------------------------------------
004300* 0000-MAINLINE - BUILD THE ORDERS IN VENDOR/WAREHOUSE
004310* SEQUENCE, THEN MERGE THEM INTO THE OPEN-ORDER FILE IN
004320* ITEM/WAREHOUSE SEQUENCE
004330*-----------------------------------------------------------
004340 0000-MAINLINE.
004350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004360     PERFORM 2000-LOAD-VENDOR-TABLE THRU 2000-EXIT
004370         UNTIL WS-EOF-YES.
004380     MOVE 'N' TO WS-EOF-SWITCH.
004390     SORT PO-SORT-FILE
004400         ASCENDING KEY PS-VENDOR-NO
004410                       PS-WHSE
004420                       PS-ITEM-CODE
004430         WITH DUPLICATES IN ORDER
004440         INPUT PROCEDURE 3000-SELECT-SUGGESTIONS
004450             THRU 3000-EXIT
004460         OUTPUT PROCEDURE 4000-BUILD-ORDERS
004470             THRU 4000-EXIT.
004480     SORT ORDER-MERGE-FILE
004490         ASCENDING KEY OM-ITEM-CODE
004500                       OM-WHSE
004510                       OM-ORDER-NO
004520         WITH DUPLICATES IN ORDER
004530         INPUT PROCEDURE 5000-RELEASE-ORDERS
004540             THRU 5000-EXIT
004550         OUTPUT PROCEDURE 5500-WRITE-NEXT-ORDERS
004560             THRU 5500-EXIT.
004570     PERFORM 6000-WRITE-NOT-ORDERED THRU 6000-EXIT.
004580     PERFORM 6500-WRITE-PO-CONTROL THRU 6500-EXIT.
004590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004600     STOP RUN.
004610
004620*-----------------------------------------------------------
004630* 1000-INITIALIZE - OPEN FILES AND PICK UP THE LAST ORDER
004640* NUMBER ISSUED
004650*-----------------------------------------------------------
004660 1000-INITIALIZE.
004670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004680     ACCEPT WS-RUN-TIME FROM TIME.
004690     MOVE WS-RUN-DATE TO WS-DC-DATE.
004700     PERFORM 8100-CONVERT-DATE-TO-DAYS THRU 8100-EXIT.
004710     MOVE WS-DC-DAY-NUMBER TO WS-RUN-DAY-NUM.
004720     PERFORM 1500-READ-PO-CONTROL THRU 1500-EXIT.
004730     OPEN INPUT VENDOR-MASTER-FILE.
004740     IF WS-VM-FILE-STATUS NOT = '00'
004750         DISPLAY 'ITMPOGEN - UNABLE TO OPEN VENDOR-MASTER-FILE '
004760             '- STATUS ' WS-VM-FILE-STATUS
004770         PERFORM 9900-ABEND-JOB
004780     END-IF.
004790     MOVE 'Y' TO WS-VM-OPEN-SWITCH.
004800     OPEN OUTPUT NEXT-ORDER-FILE.
004810     IF WS-NO-FILE-STATUS NOT = '00'
004820         DISPLAY 'ITMPOGEN - UNABLE TO OPEN NEXT-ORDER-FILE '
004830             '- STATUS ' WS-NO-FILE-STATUS
004840         PERFORM 9900-ABEND-JOB
004850     END-IF.
004860     MOVE 'Y' TO WS-NO-OPEN-SWITCH.
004870     OPEN OUTPUT PO-REGISTER-RPT-FILE.
004880     IF WS-PR-FILE-STATUS NOT = '00'
004890         DISPLAY 'ITMPOGEN - UNABLE TO OPEN PO-REGISTER-RPT-'
004900             'FILE - STATUS ' WS-PR-FILE-STATUS
004910         PERFORM 9900-ABEND-JOB
004920     END-IF.
004930     MOVE 'Y' TO WS-PR-OPEN-SWITCH.
004940     OPEN EXTEND AUDIT-LOG-FILE.
004950     IF WS-AL-FILE-STATUS = '35'
004960         OPEN OUTPUT AUDIT-LOG-FILE
004970     END-IF.
004980     IF WS-AL-FILE-STATUS NOT = '00'
004990         DISPLAY 'ITMPOGEN - UNABLE TO OPEN AUDIT-LOG-FILE '
005000             '- STATUS ' WS-AL-FILE-STATUS
005010         PERFORM 9900-ABEND-JOB
005020     END-IF.
005030     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
005040     PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT.
005050 1000-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------
005090* 1500-READ-PO-CONTROL - LAST ORDER SEQUENCE ISSUED. WITH
005100* NO CONTROL FILE NUMBERING STARTS AT PO000001.
005110*-----------------------------------------------------------
005120 1500-READ-PO-CONTROL.
005130     MOVE ZERO TO WS-ORDER-SEQ.
005140     OPEN INPUT PO-CONTROL-FILE.
005150     IF WS-PN-FILE-STATUS = '35'
005160         DISPLAY 'ITMPOGEN - NO PO CONTROL FILE - ORDER '
005170             'NUMBERS START AT PO000001'
005180         GO TO 1500-EXIT
005190     END-IF.
005200     IF WS-PN-FILE-STATUS NOT = '00'
005210         DISPLAY 'ITMPOGEN - UNABLE TO OPEN PO-CONTROL-FILE '
005220             '- STATUS ' WS-PN-FILE-STATUS
005230         PERFORM 9900-ABEND-JOB
005240     END-IF.
005250     READ PO-CONTROL-FILE
005260         AT END
005270             DISPLAY 'ITMPOGEN - PO CONTROL FILE EMPTY - ORDER '
005280                 'NUMBERS START AT PO000001'
005290         NOT AT END
005300             IF PN-LAST-ORDER-SEQ NOT NUMERIC
005310                 DISPLAY 'ITMPOGEN - NON-NUMERIC LAST ORDER '
005320                     'NUMBER ON PO CONTROL FILE - JOB ABENDING'
005330                 CLOSE PO-CONTROL-FILE
005340                 PERFORM 9900-ABEND-JOB
005350             END-IF
005360             MOVE PN-LAST-ORDER-SEQ TO WS-ORDER-SEQ
005370             DISPLAY 'ITMPOGEN - LAST ORDER NUMBER ISSUED PO'
005380                 WS-ORDER-SEQ
005390     END-READ.
005400     CLOSE PO-CONTROL-FILE.
005410 1500-EXIT.
005420     EXIT.
005430
005440*-----------------------------------------------------------
005450* 2000-LOAD-VENDOR-TABLE - READ ONE VENDOR MASTER RECORD
005460*-----------------------------------------------------------
005470 2000-LOAD-VENDOR-TABLE.
005480     READ VENDOR-MASTER-FILE
005490         AT END
005500             MOVE 'Y' TO WS-EOF-SWITCH
005510         NOT AT END
005520             PERFORM 2100-LOAD-VENDOR-ENTRY THRU 2100-EXIT
005530     END-READ.
005540 2000-EXIT.
005550     EXIT.
005560
005570 2100-LOAD-VENDOR-ENTRY.
005580     IF VM-ITEM-CODE NOT > WS-LAST-VM-KEY
005590         DISPLAY 'ITMPOGEN - VENDOR-MASTER-FILE OUT OF '
005600             'SEQUENCE OR DUPLICATE AT ITEM ' VM-ITEM-CODE
005610         DISPLAY 'ITMPOGEN - SEARCH ALL REQUIRES ASCENDING '
005620             'ORDER - JOB ABENDING'
005630         PERFORM 9900-ABEND-JOB
005640     END-IF.
005650     IF WS-VM-COUNT >= WS-VM-TABLE-MAX
005660         DISPLAY 'ITMPOGEN - VENDOR VOLUME EXCEEDS TABLE '
005670             'MAXIMUM OF ' WS-VM-TABLE-MAX ' - JOB ABENDING'
005680         PERFORM 9900-ABEND-JOB
005690     END-IF.
005700     IF VM-LEAD-DAYS NOT NUMERIC
005710       OR VM-MIN-ORDER-QTY NOT NUMERIC
005720       OR VM-ORDER-MULTIPLE NOT NUMERIC
005730         DISPLAY 'ITMPOGEN - NON-NUMERIC VENDOR TERMS FOR '
005740             'ITEM ' VM-ITEM-CODE ' - JOB ABENDING'
005750         PERFORM 9900-ABEND-JOB
005760     END-IF.
005770     MOVE VM-ITEM-CODE TO WS-LAST-VM-KEY.
005780     ADD 1 TO WS-VM-COUNT.
005790     MOVE VM-ITEM-CODE      TO WS-VM-ITEM(WS-VM-COUNT).
005800     MOVE VM-VENDOR-NO      TO WS-VM-VENDOR(WS-VM-COUNT).
005810     MOVE VM-VENDOR-NAME    TO WS-VM-NAME(WS-VM-COUNT).
005820     MOVE VM-LEAD-DAYS      TO WS-VM-LEAD-DAYS(WS-VM-COUNT).
005830     MOVE VM-MIN-ORDER-QTY  TO WS-VM-MIN-QTY(WS-VM-COUNT).
005840     MOVE VM-ORDER-MULTIPLE TO WS-VM-MULTIPLE(WS-VM-COUNT).
005850 2100-EXIT.
005860     EXIT.
005870
005880*-----------------------------------------------------------
005890* 3000-SELECT-SUGGESTIONS - SORT INPUT PROCEDURE. PRICES
005900* EACH SUGGESTION AGAINST ITS VENDOR TERMS AND RELEASES IT
005910* FOR ORDERING, OR SETS IT ASIDE AS NOT ORDERED.
005920*-----------------------------------------------------------
005930 3000-SELECT-SUGGESTIONS.
005940     OPEN INPUT REPL-SUGG-FILE.
005950     IF WS-RS-FILE-STATUS = '35'
005960         DISPLAY 'ITMPOGEN - NO REPL-SUGG-FILE - NO '
005970             'SUGGESTIONS TO ORDER'
005980         GO TO 3000-EXIT
005990     END-IF.
006000     IF WS-RS-FILE-STATUS NOT = '00'
006010         DISPLAY 'ITMPOGEN - UNABLE TO OPEN REPL-SUGG-FILE '
006020             '- STATUS ' WS-RS-FILE-STATUS
006030         PERFORM 9900-ABEND-JOB
006040     END-IF.
006050     MOVE 'Y' TO WS-RS-OPEN-SWITCH.
006060     PERFORM 3100-READ-SUGGESTION THRU 3100-EXIT
006070         UNTIL WS-EOF-YES.
006080     CLOSE REPL-SUGG-FILE.
006090     MOVE 'N' TO WS-RS-OPEN-SWITCH.
006100     MOVE 'N' TO WS-EOF-SWITCH.
006110 3000-EXIT.
006120     EXIT.
006130
006140 3100-READ-SUGGESTION.
006150     READ REPL-SUGG-FILE
006160         AT END
006170             MOVE 'Y' TO WS-EOF-SWITCH
006180         NOT AT END
006190             ADD 1 TO WS-SUGG-READ-COUNT
006200             PERFORM 3200-PRICE-ONE-SUGGESTION THRU 3200-EXIT
006210     END-READ.
006220 3100-EXIT.
006230     EXIT.
006240
006250*-----------------------------------------------------------
006260* 3200-PRICE-ONE-SUGGESTION - ROUND THE SUGGESTED QUANTITY
006270* UP TO THE VENDOR MINIMUM, THEN UP TO THE ORDER MULTIPLE
006280*-----------------------------------------------------------
006290 3200-PRICE-ONE-SUGGESTION.
006300     IF RS-SUGGESTED-QTY NOT NUMERIC
006310         MOVE ZERO TO RS-SUGGESTED-QTY
006320         MOVE 'NON-NUMERIC SUGGESTED QTY' TO WS-NOT-REASON-WORK
006330         PERFORM 3300-SET-ASIDE THRU 3300-EXIT
006340         GO TO 3200-EXIT
006350     END-IF.
006360     IF RS-SUGGESTED-QTY = ZERO
006370         MOVE 'ZERO QUANTITY SUGGESTED' TO WS-NOT-REASON-WORK
006380         PERFORM 3300-SET-ASIDE THRU 3300-EXIT
006390         GO TO 3200-EXIT
006400     END-IF.
006410     MOVE RS-ITEM-CODE TO WS-SEARCH-ITEM-CODE.
006420     PERFORM 7000-FIND-VENDOR-BY-ITEM THRU 7000-EXIT.
006430     IF NOT WS-SEARCH-FOUND
006440         MOVE 'NO VENDOR ON FILE' TO WS-NOT-REASON-WORK
006450         PERFORM 3300-SET-ASIDE THRU 3300-EXIT
006460         GO TO 3200-EXIT
006470     END-IF.
006480     MOVE RS-SUGGESTED-QTY TO WS-ORDER-QTY.
006490     IF WS-ORDER-QTY < WS-VM-MIN-QTY(WS-VM-IDX)
006500         MOVE WS-VM-MIN-QTY(WS-VM-IDX) TO WS-ORDER-QTY
006510     END-IF.
006520     IF WS-VM-MULTIPLE(WS-VM-IDX) > 1
006530         DIVIDE WS-ORDER-QTY BY WS-VM-MULTIPLE(WS-VM-IDX)
006540             GIVING WS-ROUND-QUOTIENT
006550             REMAINDER WS-ROUND-REMAINDER
006560         IF WS-ROUND-REMAINDER > ZERO
006570             ADD 1 TO WS-ROUND-QUOTIENT
006580             MULTIPLY WS-ROUND-QUOTIENT
006590                 BY WS-VM-MULTIPLE(WS-VM-IDX)
006600                 GIVING WS-ORDER-QTY
006610         END-IF
006620     END-IF.
006630     IF WS-ORDER-QTY > 99999
006640         MOVE 'ROUNDED ORDER QTY OVER 99999' TO WS-NOT-REASON-WORK
006650         PERFORM 3300-SET-ASIDE THRU 3300-EXIT
006660         GO TO 3200-EXIT
006670     END-IF.
006680     MOVE SPACES                      TO PO-SORT-RECORD.
006690     MOVE WS-VM-VENDOR(WS-VM-IDX)     TO PS-VENDOR-NO.
006700     MOVE RS-WHSE                     TO PS-WHSE.
006710     MOVE RS-ITEM-CODE                TO PS-ITEM-CODE.
006720     MOVE WS-VM-NAME(WS-VM-IDX)       TO PS-VENDOR-NAME.
006730     MOVE RS-SUGGESTED-QTY            TO PS-SUGGESTED-QTY.
006740     MOVE WS-ORDER-QTY                TO PS-ORDER-QTY.
006750     MOVE WS-VM-LEAD-DAYS(WS-VM-IDX)  TO PS-LEAD-DAYS.
006760     ADD WS-RUN-DAY-NUM WS-VM-LEAD-DAYS(WS-VM-IDX)
006770         GIVING WS-DC-DAY-NUMBER.
006780     PERFORM 8200-CONVERT-DAYS-TO-DATE THRU 8200-EXIT.
006790     MOVE WS-DC-DATE                  TO PS-DUE-DATE.
006800     RELEASE PO-SORT-RECORD.
006810 3200-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------
006850* 3300-SET-ASIDE - HOLD A SUGGESTION FOR THE NOT-ORDERED
006860* LIST WITH THE REASON LEFT IN WS-NOT-REASON-WORK
006870*-----------------------------------------------------------
006880 3300-SET-ASIDE.
006890     IF WS-NOT-COUNT >= WS-NOT-TABLE-MAX
006900         DISPLAY 'ITMPOGEN - NOT-ORDERED VOLUME EXCEEDS TABLE '
006910             'MAXIMUM OF ' WS-NOT-TABLE-MAX ' - JOB ABENDING'
006920         PERFORM 9900-ABEND-JOB
006930     END-IF.
006940     ADD 1 TO WS-NOT-COUNT.
006950     MOVE WS-NOT-REASON-WORK TO WS-NOT-REASON(WS-NOT-COUNT).
006960     MOVE RS-ITEM-CODE      TO WS-NOT-ITEM(WS-NOT-COUNT).
006970     MOVE RS-WHSE           TO WS-NOT-WHSE(WS-NOT-COUNT).
006980     MOVE RS-SUGGESTED-QTY  TO WS-NOT-QTY(WS-NOT-COUNT).
006990 3300-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------
007030* 4000-BUILD-ORDERS - SORT OUTPUT PROCEDURE. ONE ORDER
007040* NUMBER PER VENDOR AND WAREHOUSE, ONE LINE PER ITEM.
007050*-----------------------------------------------------------
007060 4000-BUILD-ORDERS.
007070     MOVE 'N' TO WS-SORT-EOF-SWITCH.
007080     PERFORM 4100-RETURN-ORDER-LINE THRU 4100-EXIT.
007090     PERFORM 4200-BUILD-ONE-LINE THRU 4200-EXIT
007100         UNTIL WS-SORT-EOF.
007110     IF WS-NEW-COUNT > ZERO
007120         PERFORM 4400-END-ORDER THRU 4400-EXIT
007130         PERFORM 4500-END-VENDOR THRU 4500-EXIT
007140     ELSE
007150         WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-NONE-LINE
007160             AFTER ADVANCING 2 LINES
007170     END-IF.
007180     MOVE WS-SUGG-READ-COUNT TO RPT-T-READ.
007190     MOVE WS-VENDOR-COUNT    TO RPT-T-VENDORS.
007200     MOVE WS-ORDER-COUNT     TO RPT-T-ORDERS.
007210     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-TOTAL-LINE-1
007220         AFTER ADVANCING 2 LINES.
007230     MOVE WS-NEW-COUNT       TO RPT-T-LINES.
007240     MOVE WS-TOT-QTY         TO RPT-T-QTY.
007250     MOVE WS-NOT-COUNT       TO RPT-T-NOT-ORDERED.
007260     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-TOTAL-LINE-2
007270         AFTER ADVANCING 1 LINE.
007280 4000-EXIT.
007290     EXIT.
007300
007310 4100-RETURN-ORDER-LINE.
007320     RETURN PO-SORT-FILE
007330         AT END
007340             MOVE 'Y' TO WS-SORT-EOF-SWITCH
007350     END-RETURN.
007360 4100-EXIT.
007370     EXIT.
007380
007390 4200-BUILD-ONE-LINE.
007400     IF PS-VENDOR-NO NOT = WS-CURR-VENDOR
007410         IF WS-NEW-COUNT > ZERO
007420             PERFORM 4400-END-ORDER THRU 4400-EXIT
007430             PERFORM 4500-END-VENDOR THRU 4500-EXIT
007440         END-IF
007450         PERFORM 4300-START-VENDOR THRU 4300-EXIT
007460         PERFORM 4350-START-ORDER THRU 4350-EXIT
007470     ELSE
007480         IF PS-WHSE NOT = WS-CURR-WHSE
007490             PERFORM 4400-END-ORDER THRU 4400-EXIT
007500             PERFORM 4350-START-ORDER THRU 4350-EXIT
007510         END-IF
007520     END-IF.
007530     IF WS-NEW-COUNT >= WS-NEW-TABLE-MAX
007540         DISPLAY 'ITMPOGEN - ORDER LINE VOLUME EXCEEDS TABLE '
007550             'MAXIMUM OF ' WS-NEW-TABLE-MAX ' - JOB ABENDING'
007560         PERFORM 9900-ABEND-JOB
007570     END-IF.
007580     ADD 1 TO WS-NEW-COUNT.
007590     MOVE PS-ITEM-CODE  TO WS-NEW-ITEM(WS-NEW-COUNT).
007600     MOVE PS-WHSE       TO WS-NEW-WHSE(WS-NEW-COUNT).
007610     MOVE WS-ORDER-NO   TO WS-NEW-ORDER-NO(WS-NEW-COUNT).
007620     MOVE PS-ORDER-QTY  TO WS-NEW-QTY(WS-NEW-COUNT).
007630     MOVE PS-DUE-DATE   TO WS-NEW-DUE-DATE(WS-NEW-COUNT).
007635     MOVE PS-VENDOR-NO  TO WS-NEW-VENDOR(WS-NEW-COUNT).
007640     ADD 1              TO WS-PO-LINES.
007650     ADD PS-ORDER-QTY   TO WS-PO-QTY.
007660     MOVE SPACES                   TO WS-RPT-DETAIL-LINE.
007670     MOVE WS-ORDER-NO              TO RPT-D-ORDER-NO.
007680     MOVE PS-WHSE                  TO RPT-D-WHSE.
007690     MOVE PS-ITEM-CODE             TO RPT-D-ITEM.
007700     MOVE PS-SUGGESTED-QTY         TO RPT-D-SUGGESTED.
007710     MOVE PS-ITEM-CODE             TO WS-SEARCH-ITEM-CODE.
007720     PERFORM 7000-FIND-VENDOR-BY-ITEM THRU 7000-EXIT.
007730     MOVE WS-VM-MIN-QTY(WS-VM-IDX)  TO RPT-D-MINIMUM.
007740     MOVE WS-VM-MULTIPLE(WS-VM-IDX) TO RPT-D-MULTIPLE.
007750     MOVE PS-ORDER-QTY             TO RPT-D-ORDERED.
007760     MOVE PS-LEAD-DAYS             TO RPT-D-LEAD-DAYS.
007770     MOVE PS-DUE-DATE              TO RPT-D-DUE-DATE.
007780     PERFORM 7200-PRINT-DETAIL-LINE THRU 7200-EXIT.
007790     PERFORM 4100-RETURN-ORDER-LINE THRU 4100-EXIT.
007800 4200-EXIT.
007810     EXIT.
007820
007830 4300-START-VENDOR.
007840     MOVE PS-VENDOR-NO   TO WS-CURR-VENDOR.
007850     MOVE PS-VENDOR-NAME TO WS-CURR-VENDOR-NAME.
007860     MOVE ZERO TO WS-VEND-ORDERS.
007870     MOVE ZERO TO WS-VEND-LINES.
007880     MOVE ZERO TO WS-VEND-QTY.
007890     ADD 1 TO WS-VENDOR-COUNT.
007900     IF WS-LINE-COUNT > 48
007910         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
007920     END-IF.
007930     MOVE PS-VENDOR-NO   TO RPT-V-VENDOR.
007940     MOVE PS-VENDOR-NAME TO RPT-V-NAME.
007950     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-VENDOR-LINE
007960         AFTER ADVANCING 2 LINES.
007970     ADD 2 TO WS-LINE-COUNT.
007980 4300-EXIT.
007990     EXIT.
008000
008010 4350-START-ORDER.
008020     MOVE PS-WHSE TO WS-CURR-WHSE.
008030     ADD 1 TO WS-ORDER-SEQ.
008040     MOVE WS-ORDER-SEQ TO WS-ORDER-NO-SEQ.
008050     ADD 1 TO WS-ORDER-COUNT.
008060     ADD 1 TO WS-VEND-ORDERS.
008070     MOVE ZERO TO WS-PO-LINES.
008080     MOVE ZERO TO WS-PO-QTY.
008090 4350-EXIT.
008100     EXIT.
008110
008120 4400-END-ORDER.
008130     MOVE WS-ORDER-NO TO RPT-O-ORDER-NO.
008140     MOVE WS-PO-LINES TO RPT-O-LINES.
008150     MOVE WS-PO-QTY   TO RPT-O-QTY.
008160     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-ORDER-TOTAL-LINE
008170         AFTER ADVANCING 1 LINE.
008180     ADD 1 TO WS-LINE-COUNT.
008190     ADD WS-PO-LINES TO WS-VEND-LINES.
008200     ADD WS-PO-QTY   TO WS-VEND-QTY.
008210     ADD WS-PO-QTY   TO WS-TOT-QTY.
008220 4400-EXIT.
008230     EXIT.
008240
008250 4500-END-VENDOR.
008260     MOVE WS-CURR-VENDOR TO RPT-VT-VENDOR.
008270     MOVE WS-VEND-ORDERS TO RPT-VT-ORDERS.
008280     MOVE WS-VEND-LINES  TO RPT-VT-LINES.
008290     MOVE WS-VEND-QTY    TO RPT-VT-QTY.
008300     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-VENDOR-TOTAL-LINE
008310         AFTER ADVANCING 1 LINE.
008320     ADD 1 TO WS-LINE-COUNT.
008330 4500-EXIT.
008340     EXIT.
008350
008360*-----------------------------------------------------------
008370* 5000-RELEASE-ORDERS - SORT INPUT PROCEDURE. THE OPEN
008380* ORDERS ALREADY ON FILE PLUS THE LINES GENERATED TODAY.
008390*-----------------------------------------------------------
008400 5000-RELEASE-ORDERS.
008410     OPEN INPUT OPEN-ORDER-FILE.
008420     IF WS-OO-FILE-STATUS = '35'
008430         DISPLAY 'ITMPOGEN - NO OPEN-ORDER FILE - NEXT '
008440             'GENERATION HOLDS TODAY''S ORDERS ONLY'
008450     ELSE
008460         IF WS-OO-FILE-STATUS NOT = '00'
008470             DISPLAY 'ITMPOGEN - UNABLE TO OPEN OPEN-ORDER-'
008480                 'FILE - STATUS ' WS-OO-FILE-STATUS
008490             PERFORM 9900-ABEND-JOB
008500         END-IF
008510         MOVE 'Y' TO WS-OO-OPEN-SWITCH
008520         PERFORM 5100-RELEASE-OPEN-ORDER THRU 5100-EXIT
008530             UNTIL WS-EOF-YES
008540         CLOSE OPEN-ORDER-FILE
008550         MOVE 'N' TO WS-OO-OPEN-SWITCH
008560         MOVE 'N' TO WS-EOF-SWITCH
008570     END-IF.
008580     PERFORM 5200-RELEASE-NEW-ORDER THRU 5200-EXIT
008590         VARYING WS-NEW-SUB FROM 1 BY 1
008600         UNTIL WS-NEW-SUB > WS-NEW-COUNT.
008610 5000-EXIT.
008620     EXIT.
008630
008640 5100-RELEASE-OPEN-ORDER.
008650     READ OPEN-ORDER-FILE
008660         AT END
008670             MOVE 'Y' TO WS-EOF-SWITCH
008680         NOT AT END
008690             ADD 1 TO WS-OO-READ-COUNT
008700             MOVE OPEN-ORDER-RECORD TO ORDER-MERGE-RECORD
008710             RELEASE ORDER-MERGE-RECORD
008720     END-READ.
008730 5100-EXIT.
008740     EXIT.
008750
008760 5200-RELEASE-NEW-ORDER.
008770     MOVE SPACES                        TO OPEN-ORDER-RECORD.
008780     MOVE WS-NEW-ITEM(WS-NEW-SUB)       TO OO-ITEM-CODE.
008790     MOVE WS-NEW-WHSE(WS-NEW-SUB)       TO OO-WHSE.
008800     MOVE WS-NEW-ORDER-NO(WS-NEW-SUB)   TO OO-ORDER-NO.
008810     MOVE WS-NEW-QTY(WS-NEW-SUB)        TO OO-ORDER-QTY.
008820     MOVE WS-NEW-DUE-DATE(WS-NEW-SUB)   TO OO-DUE-DATE.
008830     MOVE ZERO                          TO OO-RECD-QTY.
008835     MOVE WS-NEW-VENDOR(WS-NEW-SUB)     TO OO-VENDOR-NO.
008840     MOVE OPEN-ORDER-RECORD TO ORDER-MERGE-RECORD.
008850     RELEASE ORDER-MERGE-RECORD.
008860 5200-EXIT.
008870     EXIT.
008880
008890*-----------------------------------------------------------
008900* 5500-WRITE-NEXT-ORDERS - SORT OUTPUT PROCEDURE. WRITES
008910* THE NEXT OPEN-ORDER GENERATION IN ITEM/WAREHOUSE ORDER.
008920*-----------------------------------------------------------
008930 5500-WRITE-NEXT-ORDERS.
008940     MOVE 'N' TO WS-SORT-EOF-SWITCH.
008950     PERFORM 5600-WRITE-ONE-ORDER THRU 5600-EXIT
008960         UNTIL WS-SORT-EOF.
008970 5500-EXIT.
008980     EXIT.
008990
009000 5600-WRITE-ONE-ORDER.
009010     RETURN ORDER-MERGE-FILE
009020         AT END
009030             MOVE 'Y' TO WS-SORT-EOF-SWITCH
009040         NOT AT END
009050             WRITE NEXT-ORDER-RECORD FROM ORDER-MERGE-RECORD
009060             ADD 1 TO WS-NO-WRITTEN-COUNT
009070     END-RETURN.
009080 5600-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------------
009120* 6000-WRITE-NOT-ORDERED - SUGGESTIONS WITH NO VENDOR ON
009130* FILE OR THAT COULD NOT BE ORDERED, FOR PURCHASING
009140*-----------------------------------------------------------
009150 6000-WRITE-NOT-ORDERED.
009160     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-NOT-TITLE
009170         AFTER ADVANCING PAGE.
009180     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-NOT-HEADING
009190         AFTER ADVANCING 2 LINES.
009200     MOVE 3 TO WS-LINE-COUNT.
009210     IF WS-NOT-COUNT = ZERO
009220         WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-NOT-NONE-LINE
009230             AFTER ADVANCING 2 LINES
009240         GO TO 6000-EXIT
009250     END-IF.
009260     PERFORM 6100-PRINT-ONE-NOT-ORDERED THRU 6100-EXIT
009270         VARYING WS-NOT-SUB FROM 1 BY 1
009280         UNTIL WS-NOT-SUB > WS-NOT-COUNT.
009290 6000-EXIT.
009300     EXIT.
009310
009320 6100-PRINT-ONE-NOT-ORDERED.
009330     IF WS-LINE-COUNT > 50
009340         WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-NOT-HEADING
009350             AFTER ADVANCING PAGE
009360         MOVE 1 TO WS-LINE-COUNT
009370     END-IF.
009380     MOVE SPACES                      TO WS-RPT-NOT-LINE.
009390     MOVE WS-NOT-ITEM(WS-NOT-SUB)     TO RPT-N-ITEM.
009400     MOVE WS-NOT-WHSE(WS-NOT-SUB)     TO RPT-N-WHSE.
009410     MOVE WS-NOT-QTY(WS-NOT-SUB)      TO RPT-N-QTY.
009420     MOVE WS-NOT-REASON(WS-NOT-SUB)   TO RPT-N-REASON.
009430     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-NOT-LINE
009440         AFTER ADVANCING 1 LINE.
009450     ADD 1 TO WS-LINE-COUNT.
009460 6100-EXIT.
009470     EXIT.
009480
009490*-----------------------------------------------------------
009500* 6500-WRITE-PO-CONTROL - CARRY THE LAST ORDER NUMBER
009510* ISSUED FORWARD TO THE NEXT RUN
009520*-----------------------------------------------------------
009530 6500-WRITE-PO-CONTROL.
009540     OPEN OUTPUT NEXT-PO-CONTROL-FILE.
009550     IF WS-NP-FILE-STATUS NOT = '00'
009560         DISPLAY 'ITMPOGEN - UNABLE TO OPEN NEXT-PO-CONTROL-'
009570             'FILE - STATUS ' WS-NP-FILE-STATUS
009580         PERFORM 9900-ABEND-JOB
009590     END-IF.
009600     MOVE 'Y' TO WS-NP-OPEN-SWITCH.
009610     MOVE SPACES       TO NEXT-PO-CONTROL-RECORD.
009620     MOVE WS-ORDER-SEQ TO NP-LAST-ORDER-SEQ.
009630     MOVE WS-RUN-DATE  TO NP-LAST-RUN-DATE.
009640     WRITE NEXT-PO-CONTROL-RECORD.
009650     CLOSE NEXT-PO-CONTROL-FILE.
009660     MOVE 'N' TO WS-NP-OPEN-SWITCH.
009670 6500-EXIT.
009680     EXIT.
009690
009700*-----------------------------------------------------------
009710* 7000-FIND-VENDOR-BY-ITEM - INDEXED LOOKUP INTO THE
009720* VENDOR TABLE
009730*-----------------------------------------------------------
009740 7000-FIND-VENDOR-BY-ITEM.
009750     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
009760     IF WS-VM-COUNT > 0
009770         SEARCH ALL WS-VM-TABLE
009780             AT END
009790                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
009800             WHEN WS-VM-ITEM(WS-VM-IDX) = WS-SEARCH-ITEM-CODE
009810                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
009820         END-SEARCH
009830     END-IF.
009840 7000-EXIT.
009850     EXIT.
009860
009870*-----------------------------------------------------------
009880* 7100/7200 - REPORT HEADINGS AND DETAIL PRINTING
009890*-----------------------------------------------------------
009900 7100-WRITE-REPORT-HEADINGS.
009910     ADD 1 TO WS-PAGE-COUNT.
009920     MOVE WS-RUN-DATE   TO RPT-H-RUN-DATE.
009930     MOVE WS-PAGE-COUNT TO RPT-H-PAGE.
009940     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-HEADING-1
009950         AFTER ADVANCING PAGE.
009960     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-HEADING-2
009970         AFTER ADVANCING 2 LINES.
009980     MOVE 3 TO WS-LINE-COUNT.
009990 7100-EXIT.
010000     EXIT.
010010
010020 7200-PRINT-DETAIL-LINE.
010030     IF WS-LINE-COUNT > 50
010040         PERFORM 7100-WRITE-REPORT-HEADINGS THRU 7100-EXIT
010050     END-IF.
010060     WRITE PO-REGISTER-RPT-RECORD FROM WS-RPT-DETAIL-LINE
010070         AFTER ADVANCING 1 LINE.
010080     ADD 1 TO WS-LINE-COUNT.
010090 7200-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------
010130* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
010140*-----------------------------------------------------------
010150 8000-WRITE-AUDIT-LOG.
010160     MOVE WS-RUN-DATE        TO AL-RUN-DATE.
010170     MOVE WS-RUN-TIME        TO AL-RUN-TIME.
010180     MOVE 'ITMPOGEN'         TO AL-JOB-ID.
010190     MOVE WS-SUGG-READ-COUNT TO AL-READ-COUNT.
010200     MOVE WS-NEW-COUNT       TO AL-WRITTEN-COUNT.
010210     MOVE WS-NOT-COUNT       TO AL-EXCEPTION-COUNT.
010220     MOVE ZERO               TO AL-REJECT-COUNT.
010230     MOVE WS-AUDIT-DISP      TO AL-DISPOSITION.
010240     WRITE AUDIT-LOG-RECORD.
010250 8000-EXIT.
010260     EXIT.
010270
010280*-----------------------------------------------------------
010290* 8100-CONVERT-DATE-TO-DAYS - CIVIL DAY NUMBER FROM A
010300* YYYYMMDD DATE IN WS-DC-DATE
010310*-----------------------------------------------------------
010320 8100-CONVERT-DATE-TO-DAYS.
010330     MOVE WS-DC-YEAR  TO WS-DC-Y.
010340     MOVE WS-DC-MONTH TO WS-DC-M.
010350     IF WS-DC-M < 3
010360         SUBTRACT 1 FROM WS-DC-Y
010370         ADD 12 TO WS-DC-M
010380     END-IF.
010390     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010400     MOVE WS-DC-YEAR-START TO WS-DC-DAY-NUMBER.
010410     ADD 1 TO WS-DC-M.
010420     MULTIPLY WS-DC-M BY 153 GIVING WS-DC-WORK.
010430     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
010440     ADD WS-DC-WORK TO WS-DC-DAY-NUMBER.
010450     ADD WS-DC-DAY TO WS-DC-DAY-NUMBER.
010460 8100-EXIT.
010470     EXIT.
010480
010490*-----------------------------------------------------------
010500* 8200-CONVERT-DAYS-TO-DATE - THE REVERSE OF 8100. TAKES
010510* THE DAY NUMBER IN WS-DC-DAY-NUMBER AND RETURNS THE
010520* YYYYMMDD DATE IN WS-DC-DATE. YEARS RUN MARCH TO FEBRUARY
010530* AS IN 8100, SO THE LEAP DAY FALLS AT THE END OF THE YEAR.
010540*-----------------------------------------------------------
010550 8200-CONVERT-DAYS-TO-DATE.
010560     SUBTRACT 123 FROM WS-DC-DAY-NUMBER GIVING WS-DC-REMAIN.
010570     MULTIPLY WS-DC-REMAIN BY 400 GIVING WS-DC-BIG.
010580     DIVIDE WS-DC-BIG BY 146097 GIVING WS-DC-Y.
010590     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
010600     PERFORM 8220-STEP-YEAR-BACK THRU 8220-EXIT
010610         UNTIL WS-DC-YEAR-START NOT > WS-DC-REMAIN.
010620     MOVE 'N' TO WS-DC-FOUND-SWITCH.
010630     PERFORM 8230-STEP-YEAR-FORWARD THRU 8230-EXIT
010640         UNTIL WS-DC-FOUND.
010650     SUBTRACT WS-DC-YEAR-START FROM WS-DC-REMAIN
010660         GIVING WS-DC-DAY-OF-YEAR.
010670     MOVE 3 TO WS-DC-M.
010680     MOVE 'N' TO WS-DC-FOUND-SWITCH.
010690     PERFORM 8240-STEP-MONTH THRU 8240-EXIT
010700         UNTIL WS-DC-FOUND.
010710     ADD 1 TO WS-DC-M GIVING WS-DC-WORK.
010720     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
010730     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
010740     SUBTRACT 122 FROM WS-DC-WORK.
010750     SUBTRACT WS-DC-WORK FROM WS-DC-DAY-OF-YEAR
010760         GIVING WS-DC-DAY.
010770     ADD 1 TO WS-DC-DAY.
010780     IF WS-DC-M > 12
010790         SUBTRACT 12 FROM WS-DC-M
010800         ADD 1 TO WS-DC-Y
010810     END-IF.
010820     MOVE WS-DC-Y TO WS-DC-YEAR.
010830     MOVE WS-DC-M TO WS-DC-MONTH.
010840 8200-EXIT.
010850     EXIT.
010860
010870*-----------------------------------------------------------
010880* 8210-YEAR-START-DAYS - DAYS BEFORE MARCH 1 OF YEAR WS-DC-Y
010890*-----------------------------------------------------------
010900 8210-YEAR-START-DAYS.
010910     MULTIPLY WS-DC-Y BY 365 GIVING WS-DC-YEAR-START.
010920     DIVIDE WS-DC-Y BY 4 GIVING WS-DC-WORK.
010930     ADD WS-DC-WORK TO WS-DC-YEAR-START.
010940     DIVIDE WS-DC-Y BY 100 GIVING WS-DC-WORK.
010950     SUBTRACT WS-DC-WORK FROM WS-DC-YEAR-START.
010960     DIVIDE WS-DC-Y BY 400 GIVING WS-DC-WORK.
010970     ADD WS-DC-WORK TO WS-DC-YEAR-START.
010980 8210-EXIT.
010990     EXIT.
011000
011010 8220-STEP-YEAR-BACK.
011020     SUBTRACT 1 FROM WS-DC-Y.
011030     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
011040 8220-EXIT.
011050     EXIT.
011060
011070 8230-STEP-YEAR-FORWARD.
011080     ADD 1 TO WS-DC-Y.
011090     PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT.
011100     IF WS-DC-YEAR-START > WS-DC-REMAIN
011110         SUBTRACT 1 FROM WS-DC-Y
011120         PERFORM 8210-YEAR-START-DAYS THRU 8210-EXIT
011130         MOVE 'Y' TO WS-DC-FOUND-SWITCH
011140     END-IF.
011150 8230-EXIT.
011160     EXIT.
011170
011180 8240-STEP-MONTH.
011190     ADD 2 TO WS-DC-M GIVING WS-DC-WORK.
011200     MULTIPLY WS-DC-WORK BY 153 GIVING WS-DC-WORK.
011210     DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
011220     SUBTRACT 122 FROM WS-DC-WORK.
011230     IF WS-DC-WORK > WS-DC-DAY-OF-YEAR
011240         MOVE 'Y' TO WS-DC-FOUND-SWITCH
011250     ELSE
011260         ADD 1 TO WS-DC-M
011270     END-IF.
011280 8240-EXIT.
011290     EXIT.
011300
011310*-----------------------------------------------------------
011320* 9000-TERMINATE - CLOSE FILES, SET THE RETURN CODE (0
011330* EVERY SUGGESTION ORDERED, 4 SOME NOT ORDERED), AND SIGN
011340* OFF THE RUN
011350*-----------------------------------------------------------
011360 9000-TERMINATE.
011370     IF WS-NOT-COUNT > 0
011380         MOVE 'WARNING' TO WS-AUDIT-DISP
011390         MOVE 4 TO RETURN-CODE
011400     ELSE
011410         MOVE 'NORMAL' TO WS-AUDIT-DISP
011420         MOVE ZERO TO RETURN-CODE
011430     END-IF.
011440     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
011450     CLOSE AUDIT-LOG-FILE.
011460     CLOSE VENDOR-MASTER-FILE.
011470     CLOSE NEXT-ORDER-FILE.
011480     CLOSE PO-REGISTER-RPT-FILE.
011490     DISPLAY 'ITMPOGEN - SUGGESTIONS READ:     '
011500         WS-SUGG-READ-COUNT.
011510     DISPLAY 'ITMPOGEN - VENDORS ORDERED FROM: '
011520         WS-VENDOR-COUNT.
011530     DISPLAY 'ITMPOGEN - ORDERS GENERATED:     '
011540         WS-ORDER-COUNT.
011550     DISPLAY 'ITMPOGEN - ORDER LINES:          '
011560         WS-NEW-COUNT.
011570     DISPLAY 'ITMPOGEN - NOT ORDERED:          '
011580         WS-NOT-COUNT.
011590     DISPLAY 'ITMPOGEN - OPEN ORDERS READ:     '
011600         WS-OO-READ-COUNT.
011610     DISPLAY 'ITMPOGEN - OPEN ORDERS WRITTEN:  '
011620         WS-NO-WRITTEN-COUNT.
011630     DISPLAY 'ITMPOGEN - LAST ORDER NUMBER PO' WS-ORDER-SEQ.
011640     DISPLAY 'ITMPOGEN - RETURN CODE SET TO ' RETURN-CODE.
011650 9000-EXIT.
011660     EXIT.
011670
011680*-----------------------------------------------------------
011690* 9900-ABEND-JOB - CLOSE OPEN FILES AND STOP ON A FATAL
011700* ERROR
011710*-----------------------------------------------------------
011720 9900-ABEND-JOB.
011730     DISPLAY 'ITMPOGEN - JOB TERMINATED - SEE ERROR ABOVE'.
011740     IF WS-AL-OPEN
011750         MOVE 'ABEND' TO WS-AUDIT-DISP
011760         PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT
011770         CLOSE AUDIT-LOG-FILE
011780     END-IF.
011790     IF WS-VM-OPEN
011800         CLOSE VENDOR-MASTER-FILE
011810     END-IF.
011820     IF WS-RS-OPEN
011830         CLOSE REPL-SUGG-FILE
011840     END-IF.
011850     IF WS-OO-OPEN
011860         CLOSE OPEN-ORDER-FILE
011870     END-IF.
011880     IF WS-NO-OPEN
011890         CLOSE NEXT-ORDER-FILE
011900     END-IF.
011910     IF WS-NP-OPEN
011920         CLOSE NEXT-PO-CONTROL-FILE
011930     END-IF.
011940     IF WS-PR-OPEN
011950         CLOSE PO-REGISTER-RPT-FILE
011960     END-IF.
011970     MOVE 16 TO RETURN-CODE.
011980     STOP RUN.
