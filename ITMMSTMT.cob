000222*                  AUDITLOG (ITMAUDIT LAYOUT) WITH READ,
000223*                  APPLIED, AND REJECT COUNTS AND THE
000224*                  FINAL DISPOSITION.
000225* 10/13/2026 JH    TYPE 4 LOT DETAIL RECORDS ARE CARRIED FROM
000226*                  THE OLD MASTER TO THE NEW ONE BEHIND THEIR
000227*                  ITEM/WAREHOUSE ROW. LOTS OF A DELETED ITEM
000228*                  OR REMOVED WAREHOUSE ROW ARE DROPPED AND
000229*                  COUNTED. LOTS ARE NOT IN THE TRAILER COUNT.
000230*-----------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000590         88  IM-HEADER-REC             VALUE '1'.
000600         88  IM-DETAIL-REC             VALUE '2'.
000610         88  IM-WH-DETAIL-REC          VALUE '3'.
000615         88  IM-LOT-DETAIL-REC         VALUE '4'.
000620         88  IM-TRAILER-REC            VALUE '9'.
000630     05  IM-ITEM-CODE             PIC X(20).
000640     05  IM-QTY-ON-HAND           PIC X(05).
000730     05  IM-WH-CATEGORY           PIC X(04).
000740     05  IM-WH-DESC               PIC X(20).
000750     05  FILLER                   PIC X(27).
000751 01  IM-LOT-DETAIL-RECORD REDEFINES IM-DETAIL-RECORD.
000752     05  IM-LT-RECORD-TYPE        PIC X(01).
000753     05  IM-LT-ITEM-CODE          PIC X(20).
000754     05  IM-LT-WAREHOUSE          PIC X(03).
000755     05  FILLER                   PIC X(56).
000760 01  IM-TRAILER-RECORD REDEFINES IM-DETAIL-RECORD.
000770     05  IM-TR-RECORD-TYPE        PIC X(01).
000780     05  IM-TR-EXPECTED-COUNT     PIC 9(05).
001450 77  WS-ROWS-TOUCHED              PIC 9(05) VALUE ZERO.
001451 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001452 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001453 77  WS-LOT-MAX                   PIC 9(05) VALUE 10000.
001454 77  WS-LOT-COUNT                 PIC 9(05) VALUE ZERO.
001455 77  WS-LOT-SUB                   PIC 9(05) COMP VALUE ZERO.
001456 77  WS-LOTS-OUT-COUNT            PIC 9(05) VALUE ZERO.
001457 77  WS-LOTS-DROPPED-COUNT        PIC 9(05) VALUE ZERO.
001460
001470 01  WS-SWITCHES.
001480     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001660         88  WS-MR-OPEN                 VALUE 'Y'.
001661     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001662         88  WS-AL-OPEN                 VALUE 'Y'.
001664     05  WS-LOT-SCAN-SWITCH       PIC X(01) VALUE 'N'.
001666         88  WS-LOT-SCAN-DONE           VALUE 'Y'.
001670
001680 01  WS-FILE-STATUSES.
001690     05  WS-IM-FILE-STATUS        PIC X(02) VALUE SPACES.
001940     05  WS-IN-QTY-RAW            PIC X(05).
001950     05  WS-IN-CATEGORY           PIC X(04).
001960     05  WS-IN-DESC               PIC X(20).
001961
001962*-----------------------------------------------------------
001963* LOT DETAIL RECORDS, HELD AS READ UNDER THEIR ROW KEY. THEY
001964* ARRIVE BEHIND THEIR ROW, SO THEY ARE IN ROW KEY SEQUENCE.
001965*-----------------------------------------------------------
001966 01  WS-LOT-IN-KEY.
001967     05  WS-LOT-IN-ITEM           PIC X(20).
001968     05  WS-LOT-IN-WHSE           PIC X(03).
001969
001970 01  WS-LOT-AREA.
001971     05  WS-LOT-ENTRY OCCURS 10000 TIMES.
001972         10  WS-LOT-ROW-KEY       PIC X(23).
001973         10  WS-LOT-IMAGE         PIC X(80).
001970
001980 01  WS-DATA-AREA.
001990     05  WS-TABLE OCCURS 0 TO 5000 TIMES
002910         MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
002920         GO TO 2100-EXIT
002930     END-IF.
002931     IF IM-LOT-DETAIL-REC
002932         PERFORM 2200-LOAD-LOT-RECORD THRU 2200-EXIT
002933         GO TO 2100-EXIT
002934     END-IF.
002940     IF NOT IM-DETAIL-REC AND NOT IM-WH-DETAIL-REC
002950         DISPLAY 'ITMMSTMT - UNRECOGNIZED ITEM MASTER '
002960             'RECORD TYPE - ' IM-RECORD-TYPE
003370     MOVE WS-IN-DESC     TO WS-ITEM-DESC(WS-ITEM-COUNT).
003380 2100-EXIT.
003390     EXIT.
003391
003392*-----------------------------------------------------------
003393* 2200-LOAD-LOT-RECORD - A LOT MUST FOLLOW THE ROW IT
003394* BELONGS TO. IT IS KEPT AS READ; THE TABLE LOAD EDITS IT.
003395*-----------------------------------------------------------
003396 2200-LOAD-LOT-RECORD.
003397     MOVE IM-LT-ITEM-CODE TO WS-LOT-IN-ITEM.
003398     IF IM-LT-WAREHOUSE = SPACES
003399         MOVE '001'           TO WS-LOT-IN-WHSE
003400     ELSE
003401         MOVE IM-LT-WAREHOUSE TO WS-LOT-IN-WHSE
003402     END-IF.
003403     IF WS-ITEM-COUNT = ZERO
003404       OR WS-LOT-IN-KEY NOT = WS-LAST-LOADED-KEY
003405         DISPLAY 'ITMMSTMT - LOT RECORD NOT BEHIND ITS ROW AT '
003406             'ITEM ' WS-LOT-IN-ITEM ' WAREHOUSE ' WS-LOT-IN-WHSE
003407             ' - JOB ABENDING'
003408         PERFORM 9900-ABEND-JOB
003409     END-IF.
003410     IF WS-LOT-COUNT >= WS-LOT-MAX
003411         DISPLAY 'ITMMSTMT - LOT VOLUME EXCEEDS TABLE '
003412             'MAXIMUM OF ' WS-LOT-MAX ' - JOB ABENDING'
003413         PERFORM 9900-ABEND-JOB
003414     END-IF.
003415     ADD 1 TO WS-LOT-COUNT.
003416     MOVE WS-LOT-IN-KEY    TO WS-LOT-ROW-KEY(WS-LOT-COUNT).
003417     MOVE IM-DETAIL-RECORD TO WS-LOT-IMAGE(WS-LOT-COUNT).
003418 2200-EXIT.
003419     EXIT.
003400
003410*-----------------------------------------------------------
003420* 2500-RECONCILE-COUNTS - THE LOADED MASTER MUST MATCH ITS
006180     MOVE '1'         TO NM-HD-RECORD-TYPE.
006190     MOVE WS-RUN-DATE TO NM-HD-RUN-DATE.
006200     WRITE NM-DETAIL-RECORD.
006201     MOVE 1 TO WS-LOT-SUB.
006210     PERFORM 5100-WRITE-MASTER-DETAIL THRU 5100-EXIT
006220         VARYING WS-TAB-IDX FROM 1 BY 1
006230         UNTIL WS-TAB-IDX > WS-ITEM-COUNT.
006370     MOVE WS-ITEM-CATEGORY(WS-TAB-IDX) TO NM-ITEM-CATEGORY.
006380     MOVE WS-ITEM-DESC(WS-TAB-IDX)     TO NM-ITEM-DESC.
006390     WRITE NM-DETAIL-RECORD.
006391     PERFORM 5150-WRITE-ROW-LOTS THRU 5150-EXIT.
006400 5100-EXIT.
006410     EXIT.
006411
006412*-----------------------------------------------------------
006413* 5150-WRITE-ROW-LOTS - THE ROW'S LOTS FOLLOW IT. LOTS WHOSE
006414* ROW IS GONE ARE PASSED OVER.
006415*-----------------------------------------------------------
006416 5150-WRITE-ROW-LOTS.
006417     MOVE WS-ITEM(WS-TAB-IDX) TO WS-TAB-KEY-ITEM.
006418     MOVE WS-WHSE(WS-TAB-IDX) TO WS-TAB-KEY-WHSE.
006419     MOVE 'N' TO WS-LOT-SCAN-SWITCH.
006420     PERFORM 5160-WRITE-ONE-LOT THRU 5160-EXIT
006421         UNTIL WS-LOT-SCAN-DONE
006422            OR WS-LOT-SUB > WS-LOT-COUNT.
006423 5150-EXIT.
006424     EXIT.
006425
006426 5160-WRITE-ONE-LOT.
006427     IF WS-LOT-ROW-KEY(WS-LOT-SUB) > WS-TAB-KEY
006428         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
006429         GO TO 5160-EXIT
006430     END-IF.
006431     IF WS-LOT-ROW-KEY(WS-LOT-SUB) = WS-TAB-KEY
006432         WRITE NM-DETAIL-RECORD FROM WS-LOT-IMAGE(WS-LOT-SUB)
006433         ADD 1 TO WS-LOTS-OUT-COUNT
006434     END-IF.
006435     ADD 1 TO WS-LOT-SUB.
006436 5160-EXIT.
006437     EXIT.
006420
006430*-----------------------------------------------------------
006440* 7000-FIND-ROW-BY-KEY - INDEXED LOOKUP ON ITEM PLUS
006990         WS-TXN-REJECT-COUNT.
007000     DISPLAY 'ITMMSTMT - MASTER ROWS OUT:      '
007010         WS-ITEM-COUNT.
007011     SUBTRACT WS-LOTS-OUT-COUNT FROM WS-LOT-COUNT
007012         GIVING WS-LOTS-DROPPED-COUNT.
007013     DISPLAY 'ITMMSTMT - LOT RECORDS IN:       '
007014         WS-LOT-COUNT.
007015     DISPLAY 'ITMMSTMT - LOT RECORDS OUT:      '
007016         WS-LOTS-OUT-COUNT.
007017     DISPLAY 'ITMMSTMT - LOTS OF REMOVED ROWS: '
007018         WS-LOTS-DROPPED-COUNT.
007020 9000-EXIT.
007030     EXIT.
007040
