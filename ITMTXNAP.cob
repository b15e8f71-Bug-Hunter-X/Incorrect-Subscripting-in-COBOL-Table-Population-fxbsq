000240*                  AUDITLOG (ITMAUDIT LAYOUT) WITH READ,
000241*                  APPLIED, AND REJECT COUNTS AND THE
000242*                  FINAL DISPOSITION.
000243* 10/06/2026 JH    BATCH CONTROL. ITMTXN NOW ARRIVES AS ONE
000244*                  OR MORE BATCHES, EACH OPENED BY A TYPE H
000245*                  HEADER (BATCH NUMBER, SOURCE SYSTEM) AND
000246*                  CLOSED BY A TYPE E TRAILER (RECORD COUNT,
000247*                  HASH TOTAL OF QUANTITIES). A FIRST PASS
000248*                  PROVES EVERY BATCH BEFORE ANYTHING POSTS -
000249*                  A COUNT OR HASH MISMATCH, OR A MISSING OR
000250*                  MISMATCHED TRAILER, REJECTS THE WHOLE
000251*                  BATCH. POSTED BATCHES ARE RECORDED ON THE
000252*                  BATCHREG REGISTER BY SOURCE SYSTEM AND
000253*                  BATCH NUMBER AND A BATCH ALREADY ON IT IS
000254*                  REFUSED. RETURN CODE 12 FOR A REFUSED
000255*                  DUPLICATE, 8 FOR A REJECTED BATCH.
000256* 10/07/2026 JH    BACKORDERS. AN ISSUE LARGER THAN ON-HAND
000257*                  NO LONGER REJECTS - WHAT IS ON HAND IS
000258*                  ISSUED AND THE SHORTFALL IS CARRIED ON
000259*                  THE BACKORDER FILE (BACKORD IN, NEXTBORD
000260*                  OUT) KEYED BY ITEM, WAREHOUSE, AND THE
000261*                  DATE FIRST BACKORDERED. RECEIPTS AND
000262*                  INBOUND TRANSFERS FILL OPEN BACKORDERS
000263*                  OLDEST FIRST BEFORE THE STOCK IS FREE,
000264*                  EACH FILL JOURNALED TO TXNHIST AS AN
000265*                  ISSUE.
000266* 10/09/2026 JH    RECEIPT MATCHING. A RECEIPT NOW CARRIES
000267*                  THE PURCHASE ORDER NUMBER AND IS MATCHED
000268*                  TO THE OPEN-ORDER FILE (OPENORDS) BY
000269*                  ORDER, ITEM, AND WAREHOUSE. THE QUANTITY
000270*                  IS ADDED TO THE LINE'S RECEIVED QUANTITY
000271*                  AND THE NEXT OPEN-ORDER GENERATION
000272*                  (NEXTORDS) DROPS FULLY RECEIVED LINES. A
000273*                  RECEIPT WITH NO PO, AN UNKNOWN OR CLOSED
000274*                  ORDER LINE, OR A QUANTITY OVER THE
000275*                  RECEIPT-TOL-PCT PARM TOLERANCE IS NOT
000276*                  POSTED AND IS LISTED ON THE RCVEXCPT
000277*                  RECEIVING EXCEPTIONS REPORT. POSTED
000278*                  RECEIPTS ARE LISTED ON THE RCVLOG DAILY
000279*                  RECEIVING LOG BY VENDOR AND ORDER.
000280* 10/10/2026 JH    RECEIPT COSTING. A RECEIPT MAY CARRY THE
000281*                  UNIT PRICE PAID (COLUMNS 41-47, TWO
000282*                  IMPLIED DECIMALS). A NON-NUMERIC PRICE
000283*                  IS A RECEIVING EXCEPTION. THE PRICE IS
000284*                  JOURNALED ON THE TXNHIST RECEIPT RECORD
000285*                  FOR THE ITMWACST AVERAGE COST STEP.
000286* 10/13/2026 JH    LOT AND EXPIRATION TRACKING. THE LOTS ON
000287*                  HAND ARE LOADED FROM THE ITMTBLLD LOT
000288*                  EXTRACT (LOTTBOUT, OPTIONAL). A RECEIPT
000289*                  MAY CARRY A LOT NUMBER (COLUMNS 48-57) AND
000290*                  EXPIRATION DATE (COLUMNS 58-65) AND THEN
000291*                  ADDS TO THAT LOT OR OPENS IT. A LOT WITH
000292*                  A BAD EXPIRATION DATE, OR NO LOT NUMBER
000293*                  FOR A ROW THAT CARRIES LOTS, IS A
000294*                  RECEIVING EXCEPTION. ISSUES, BACKORDER
000295*                  FILLS, TRANSFERS, AND DOWNWARD ADJUSTMENTS
000296*                  USE UP THE EARLIEST-EXPIRING LOT FIRST. A
000297*                  TRANSFER CARRIES ITS LOTS TO THE TARGET
000298*                  ROW. AN UPWARD ADJUSTMENT GOES TO THE
000299*                  ROW'S LATEST-EXPIRING LOT. THE LOTS ARE
000300*                  WRITTEN TO NEXTMSTR AS TYPE 4 RECORDS
000301*                  AFTER THEIR ROW, OUTSIDE THE TRAILER
000302*                  COUNT.
000231*-----------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000330         ASSIGN TO ITMTBOUT
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-TI-FILE-STATUS.
000351
000352     SELECT LOT-TABLE-IN-FILE
000353         ASSIGN TO LOTTBOUT
000354         ORGANIZATION IS SEQUENTIAL
000355         FILE STATUS IS WS-LI-FILE-STATUS.
000360
000370     SELECT ITEM-TXN-FILE
000380         ASSIGN TO ITMTXN
000503         ASSIGN TO AUDITLOG
000504         ORGANIZATION IS SEQUENTIAL
000505         FILE STATUS IS WS-AL-FILE-STATUS.
000505
000506     SELECT BATCH-REGISTER-FILE
000507         ASSIGN TO BATCHREG
000508         ORGANIZATION IS SEQUENTIAL
000509         FILE STATUS IS WS-BR-FILE-STATUS.
000510
000511     SELECT BACKORDER-IN-FILE
000512         ASSIGN TO BACKORD
000513         ORGANIZATION IS SEQUENTIAL
000514         FILE STATUS IS WS-BI-FILE-STATUS.
000515
000516     SELECT NEXT-BACKORDER-FILE
000517         ASSIGN TO NEXTBORD
000518         ORGANIZATION IS SEQUENTIAL
000519         FILE STATUS IS WS-NB-FILE-STATUS.
000520
000521     SELECT PARM-CARD-FILE
000522         ASSIGN TO PARMCARD
000523         ORGANIZATION IS SEQUENTIAL
000524         FILE STATUS IS WS-PC-FILE-STATUS.
000525
000526     SELECT OPEN-ORDER-IN-FILE
000527         ASSIGN TO OPENORDS
000528         ORGANIZATION IS SEQUENTIAL
000529         FILE STATUS IS WS-OI-FILE-STATUS.
000530
000531     SELECT NEXT-ORDER-FILE
000532         ASSIGN TO NEXTORDS
000533         ORGANIZATION IS SEQUENTIAL
000534         FILE STATUS IS WS-NO-FILE-STATUS.
000535
000536     SELECT RCV-EXCEPTION-RPT-FILE
000537         ASSIGN TO RCVEXCPT
000538         ORGANIZATION IS SEQUENTIAL
000539         FILE STATUS IS WS-RX-FILE-STATUS.
000540
000541     SELECT RCV-LOG-RPT-FILE
000542         ASSIGN TO RCVLOG
000543         ORGANIZATION IS SEQUENTIAL
000544         FILE STATUS IS WS-RL-FILE-STATUS.
000545
000546     SELECT RCV-SORT-FILE
000547         ASSIGN TO SORTWORK.
000548
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ITEM-TABLE-IN-FILE
000620     05  TI-CATEGORY              PIC X(04).
000630     05  TI-DESC                  PIC X(20).
000640     05  FILLER                   PIC X(28).
000641
000642 FD  LOT-TABLE-IN-FILE
000643     LABEL RECORDS ARE STANDARD
000644     RECORD CONTAINS 80 CHARACTERS.
000645 01  LOT-TABLE-IN-RECORD.
000646     05  LI-KEY.
000647         10  LI-ITEM              PIC X(20).
000648         10  LI-WHSE              PIC X(03).
000649         10  LI-EXP-DATE          PIC X(08).
000650         10  LI-LOT-NO            PIC X(10).
000651     05  LI-RECD-DATE             PIC X(08).
000652     05  LI-LOT-QTY               PIC X(05).
000653     05  FILLER                   PIC X(26).
000654
000660 FD  ITEM-TXN-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 80 CHARACTERS.
000730         88  TX-ISSUE                  VALUE 'I'.
000740         88  TX-ADJUSTMENT             VALUE 'A'.
000741         88  TX-TRANSFER               VALUE 'T'.
000742         88  TX-BATCH-HEADER           VALUE 'H'.
000743         88  TX-BATCH-TRAILER          VALUE 'E'.
000750     05  TX-QTY-RAW               PIC X(05).
000760     05  TX-WHSE                  PIC X(03).
000761     05  TX-TO-WHSE               PIC X(03).
000762     05  TX-PO-NUMBER             PIC X(08).
000763     05  TX-UNIT-PRICE-RAW        PIC X(07).
000764     05  TX-UNIT-PRICE REDEFINES TX-UNIT-PRICE-RAW
000765                                  PIC 9(05)V99.
000766     05  TX-LOT-NO                PIC X(10).
000767     05  TX-EXP-DATE-RAW          PIC X(08).
000768     05  TX-EXP-DATE REDEFINES TX-EXP-DATE-RAW
000769                                  PIC 9(08).
000770     05  FILLER                   PIC X(15).
000771 01  TX-BATCH-HEADER-RECORD REDEFINES ITEM-TXN-RECORD.
000772     05  BH-BATCH-NO              PIC X(08).
000773     05  FILLER                   PIC X(12).
000774     05  BH-RECORD-TYPE           PIC X(01).
000775     05  BH-SOURCE-SYSTEM         PIC X(08).
000776     05  BH-BATCH-DATE            PIC X(08).
000777     05  FILLER                   PIC X(43).
000778 01  TX-BATCH-TRAILER-RECORD REDEFINES ITEM-TXN-RECORD.
000779     05  BE-BATCH-NO              PIC X(08).
000780     05  FILLER                   PIC X(12).
000781     05  BE-RECORD-TYPE           PIC X(01).
000782     05  BE-RECORD-COUNT          PIC X(07).
000783     05  BE-HASH-TOTAL            PIC X(12).
000784     05  FILLER                   PIC X(40).
000780
000790 FD  NEXT-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD
000950     05  NM-HD-RECORD-TYPE        PIC X(01).
000960     05  NM-HD-RUN-DATE           PIC 9(08).
000970     05  FILLER                   PIC X(71).
000971 01  NM-LOT-DETAIL-RECORD REDEFINES NM-DETAIL-RECORD.
000972     05  NM-LT-RECORD-TYPE        PIC X(01).
000973     05  NM-LT-ITEM-CODE          PIC X(20).
000974     05  NM-LT-WAREHOUSE          PIC X(03).
000975     05  NM-LT-LOT-NO             PIC X(10).
000976     05  NM-LT-RECD-DATE          PIC 9(08).
000977     05  NM-LT-EXP-DATE           PIC 9(08).
000978     05  NM-LT-QTY                PIC 9(05).
000979     05  FILLER                   PIC X(25).
000980
000981 FD  TXN-HISTORY-FILE
000982     LABEL RECORDS ARE STANDARD
000989     05  HJ-BEFORE-QTY            PIC 9(05).
000990     05  HJ-AFTER-QTY             PIC 9(05).
000991     05  HJ-RUN-DATE              PIC 9(08).
000992     05  HJ-UNIT-PRICE            PIC 9(05)V99.
000993     05  FILLER                   PIC X(26).
000993
000994 FD  TXN-REJECT-RPT-FILE
001000     LABEL RECORDS ARE STANDARD
001060     05  RJ-WHSE                  PIC X(03).
001061     05  RJ-TO-WHSE               PIC X(03).
001070     05  RJ-REASON                PIC X(30).
001071     05  RJ-BATCH-NO              PIC X(08).
001072     05  RJ-PO-NUMBER             PIC X(08).
001080     05  FILLER                   PIC X(02).
001090
001091 FD  AUDIT-LOG-FILE
001092     LABEL RECORDS ARE STANDARD
001094 01  AUDIT-LOG-RECORD.
001095     COPY ITMAUDIT.
001096
001097 FD  BATCH-REGISTER-FILE
001098     LABEL RECORDS ARE STANDARD
001099     RECORD CONTAINS 80 CHARACTERS.
001100 01  BATCH-REGISTER-RECORD.
001101     05  BR-KEY.
001102         10  BR-SOURCE-SYSTEM     PIC X(08).
001103         10  BR-BATCH-NO          PIC X(08).
001104     05  BR-POSTED-DATE           PIC 9(08).
001105     05  BR-POSTED-TIME           PIC 9(08).
001106     05  BR-RECORD-COUNT          PIC 9(07).
001107     05  BR-HASH-TOTAL            PIC 9(12).
001108     05  FILLER                   PIC X(29).
001109
001110 FD  BACKORDER-IN-FILE
001111     LABEL RECORDS ARE STANDARD
001112     RECORD CONTAINS 80 CHARACTERS.
001113 01  BACKORDER-IN-RECORD.
001114     05  BI-KEY.
001115         10  BI-ITEM-CODE         PIC X(20).
001116         10  BI-WHSE              PIC X(03).
001117         10  BI-BACKORDER-DATE    PIC 9(08).
001118     05  BI-OPEN-QTY              PIC 9(07).
001119     05  BI-ORIGINAL-QTY          PIC 9(07).
001120     05  BI-LAST-FILL-DATE        PIC 9(08).
001121     05  FILLER                   PIC X(27).
001122
001123 FD  NEXT-BACKORDER-FILE
001124     LABEL RECORDS ARE STANDARD
001125     RECORD CONTAINS 80 CHARACTERS.
001126 01  NEXT-BACKORDER-RECORD.
001127     05  NB-KEY.
001128         10  NB-ITEM-CODE         PIC X(20).
001129         10  NB-WHSE              PIC X(03).
001130         10  NB-BACKORDER-DATE    PIC 9(08).
001131     05  NB-OPEN-QTY              PIC 9(07).
001132     05  NB-ORIGINAL-QTY          PIC 9(07).
001133     05  NB-LAST-FILL-DATE        PIC 9(08).
001134     05  FILLER                   PIC X(27).
001135
001136 FD  PARM-CARD-FILE
001137     LABEL RECORDS ARE STANDARD
001138     RECORD CONTAINS 80 CHARACTERS.
001139 01  PARM-CARD-RECORD.
001140     05  PC-COMMENT-FLAG          PIC X(01).
001141     05  FILLER                   PIC X(79).
001142
001143 FD  OPEN-ORDER-IN-FILE
001144     LABEL RECORDS ARE STANDARD
001145     RECORD CONTAINS 80 CHARACTERS.
001146 01  OPEN-ORDER-IN-RECORD.
001147     05  OI-KEY.
001148         10  OI-ITEM-CODE         PIC X(20).
001149         10  OI-WHSE              PIC X(03).
001150     05  OI-ORDER-NO              PIC X(08).
001151     05  OI-ORDER-QTY             PIC 9(05).
001152     05  OI-DUE-DATE              PIC 9(08).
001153     05  OI-RECD-QTY              PIC 9(05).
001154     05  OI-VENDOR-NO             PIC X(08).
001155     05  FILLER                   PIC X(23).
001156
001157 FD  NEXT-ORDER-FILE
001158     LABEL RECORDS ARE STANDARD
001159     RECORD CONTAINS 80 CHARACTERS.
001160 01  NEXT-ORDER-RECORD.
001161     05  NO-KEY.
001162         10  NO-ITEM-CODE         PIC X(20).
001163         10  NO-WHSE              PIC X(03).
001164     05  NO-ORDER-NO              PIC X(08).
001165     05  NO-ORDER-QTY             PIC 9(05).
001166     05  NO-DUE-DATE              PIC 9(08).
001167     05  NO-RECD-QTY              PIC 9(05).
001168     05  NO-VENDOR-NO             PIC X(08).
001169     05  FILLER                   PIC X(23).
001170
001171 FD  RCV-EXCEPTION-RPT-FILE
001172     LABEL RECORDS ARE STANDARD
001173     RECORD CONTAINS 132 CHARACTERS.
001174 01  RCV-EXCEPTION-RPT-RECORD     PIC X(132).
001175
001176 FD  RCV-LOG-RPT-FILE
001177     LABEL RECORDS ARE STANDARD
001178     RECORD CONTAINS 132 CHARACTERS.
001179 01  RCV-LOG-RPT-RECORD           PIC X(132).
001180
001181 SD  RCV-SORT-FILE
001182     RECORD CONTAINS 80 CHARACTERS.
001183 01  RCV-SORT-RECORD.
001184     05  RV-VENDOR-NO             PIC X(08).
001185     05  RV-ORDER-NO              PIC X(08).
001186     05  RV-ITEM-CODE             PIC X(20).
001187     05  RV-WHSE                  PIC X(03).
001188     05  RV-RECEIVED-QTY          PIC 9(05).
001189     05  RV-ORDER-QTY             PIC 9(05).
001190     05  RV-RECD-TO-DATE          PIC 9(07).
001191     05  RV-BATCH-NO              PIC X(08).
001192     05  FILLER                   PIC X(16).
001109
001100 WORKING-STORAGE SECTION.
001110 77  WS-TABLE-MAX                 PIC 9(05) VALUE 05000.
001120 77  WS-ITEM-COUNT                PIC 9(05) VALUE ZERO.
001190 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001191 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001192 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001193 77  WS-BATCH-MAX                 PIC 9(03) VALUE 200.
001194 77  WS-BATCH-COUNT               PIC 9(03) VALUE ZERO.
001195 77  WS-BAT-SUB                   PIC 9(03) COMP VALUE ZERO.
001196 77  WS-CUR-BATCH-SUB             PIC 9(03) COMP VALUE ZERO.
001197 77  WS-SCAN-SUB                  PIC 9(03) COMP VALUE ZERO.
001198 77  WS-CONTROL-READ-COUNT        PIC 9(05) VALUE ZERO.
001199 77  WS-UNBATCHED-COUNT           PIC 9(05) VALUE ZERO.
001200 77  WS-ORPHAN-TRAILER-COUNT      PIC 9(05) VALUE ZERO.
001201 77  WS-REG-READ-COUNT            PIC 9(07) VALUE ZERO.
001202 77  WS-BATCH-ACCEPTED-COUNT      PIC 9(03) VALUE ZERO.
001203 77  WS-BATCH-REJECTED-COUNT      PIC 9(03) VALUE ZERO.
001204 77  WS-BATCH-DUPLICATE-COUNT     PIC 9(03) VALUE ZERO.
001205 77  WS-BO-TABLE-MAX              PIC 9(05) VALUE 02000.
001206 77  WS-BO-COUNT                  PIC 9(05) VALUE ZERO.
001207 77  WS-BO-SUB                    PIC 9(05) COMP VALUE ZERO.
001208 77  WS-BO-INS-SUB                PIC 9(05) COMP VALUE ZERO.
001209 77  WS-BO-SHIFT-SUB              PIC 9(05) COMP VALUE ZERO.
001210 77  WS-BO-PREV-SUB               PIC 9(05) COMP VALUE ZERO.
001211 77  WS-FILL-ROW-SUB              PIC 9(05) COMP VALUE ZERO.
001212 77  WS-BO-SHORT-QTY              PIC 9(05) VALUE ZERO.
001213 77  WS-BO-FILL-QTY               PIC 9(07) VALUE ZERO.
001214 77  WS-BO-READ-COUNT             PIC 9(05) VALUE ZERO.
001215 77  WS-BO-WRITTEN-COUNT          PIC 9(05) VALUE ZERO.
001216 77  WS-BO-CREATED-COUNT          PIC 9(05) VALUE ZERO.
001217 77  WS-BO-SHORT-TOTAL            PIC 9(09) VALUE ZERO.
001218 77  WS-BO-FILL-COUNT             PIC 9(05) VALUE ZERO.
001219 77  WS-BO-FILLED-TOTAL           PIC 9(09) VALUE ZERO.
001220 77  WS-BO-CLOSED-COUNT           PIC 9(05) VALUE ZERO.
001221 77  WS-LAST-BO-KEY               PIC X(31) VALUE LOW-VALUES.
001222 77  WS-TOLERANCE-PCT             PIC 9(03) VALUE ZERO.
001223 77  WS-OO-TABLE-MAX              PIC 9(05) VALUE 05000.
001224 77  WS-OO-COUNT                  PIC 9(05) VALUE ZERO.
001225 77  WS-OO-SUB                    PIC 9(05) COMP VALUE ZERO.
001226 77  WS-OO-MATCH-SUB              PIC 9(05) COMP VALUE ZERO.
001227 77  WS-OO-SEEN-SUB               PIC 9(05) COMP VALUE ZERO.
001228 77  WS-OO-READ-COUNT             PIC 9(05) VALUE ZERO.
001229 77  WS-OO-WRITTEN-COUNT          PIC 9(05) VALUE ZERO.
001230 77  WS-OO-CLOSED-COUNT           PIC 9(05) VALUE ZERO.
001231 77  WS-LAST-OO-KEY               PIC X(23) VALUE LOW-VALUES.
001232 77  WS-RCV-ALLOWED-QTY           PIC 9(07) VALUE ZERO.
001233 77  WS-RCV-NEW-RECD              PIC 9(07) VALUE ZERO.
001234 77  WS-RCV-TABLE-MAX             PIC 9(05) VALUE 05000.
001235 77  WS-RCV-COUNT                 PIC 9(05) VALUE ZERO.
001236 77  WS-RCV-SUB                   PIC 9(05) COMP VALUE ZERO.
001237 77  WS-RCV-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
001238 77  WS-RCV-POSTED-TOTAL          PIC 9(09) VALUE ZERO.
001239 77  WS-RX-LINE-COUNT             PIC 9(03) VALUE ZERO.
001240 77  WS-RX-PAGE-COUNT             PIC 9(03) VALUE ZERO.
001241 77  WS-RL-LINE-COUNT             PIC 9(03) VALUE ZERO.
001242 77  WS-RL-PAGE-COUNT             PIC 9(03) VALUE ZERO.
001243 77  WS-LOT-TABLE-MAX             PIC 9(05) VALUE 10000.
001244 77  WS-LOT-COUNT                 PIC 9(05) VALUE ZERO.
001245 77  WS-LOT-SUB                   PIC 9(05) COMP VALUE ZERO.
001246 77  WS-LOT-FIRST-SUB             PIC 9(05) COMP VALUE ZERO.
001247 77  WS-LOT-LAST-SUB              PIC 9(05) COMP VALUE ZERO.
001248 77  WS-LOT-INS-SUB               PIC 9(05) COMP VALUE ZERO.
001249 77  WS-LOT-SHIFT-SUB             PIC 9(05) COMP VALUE ZERO.
001250 77  WS-LOT-PREV-SUB              PIC 9(05) COMP VALUE ZERO.
001251 77  WS-LOT-OUT-SUB               PIC 9(05) COMP VALUE ZERO.
001252 77  WS-LOT-ROW-LOTS              PIC 9(05) VALUE ZERO.
001252 77  WS-SRC-ROW-LOTS              PIC 9(05) VALUE ZERO.
001253 77  WS-LOT-NEED-COUNT            PIC 9(06) VALUE ZERO.
001254 77  WS-LOT-TAKE-QTY              PIC 9(07) VALUE ZERO.
001255 77  WS-LOT-PIECE-QTY             PIC 9(05) VALUE ZERO.
001256 77  WS-LOT-ADD-QTY               PIC 9(05) VALUE ZERO.
001257 77  WS-LOT-READ-COUNT            PIC 9(05) VALUE ZERO.
001258 77  WS-LOT-DROPPED-COUNT         PIC 9(05) VALUE ZERO.
001259 77  WS-LOT-CREATED-COUNT         PIC 9(05) VALUE ZERO.
001260 77  WS-LOT-WRITTEN-COUNT         PIC 9(05) VALUE ZERO.
001261 77  WS-LOT-RECEIVED-TOTAL        PIC 9(09) VALUE ZERO.
001262 77  WS-LOT-USED-TOTAL            PIC 9(09) VALUE ZERO.
001263 77  WS-LAST-LOT-KEY              PIC X(41) VALUE LOW-VALUES.
001264 77  WS-XL-TABLE-MAX              PIC 9(05) VALUE 01000.
001265 77  WS-XL-COUNT                  PIC 9(05) VALUE ZERO.
001266 77  WS-XL-SUB                    PIC 9(05) COMP VALUE ZERO.
001200
001210 01  WS-SWITCHES.
001220     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001266         88  WS-HJ-OPEN                 VALUE 'Y'.
001267     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001268         88  WS-AL-OPEN                 VALUE 'Y'.
001269     05  WS-BR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001270         88  WS-BR-OPEN                 VALUE 'Y'.
001271     05  WS-IN-BATCH-SWITCH       PIC X(01) VALUE 'N'.
001272         88  WS-IN-BATCH                VALUE 'Y'.
001273     05  WS-BI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001274         88  WS-BI-OPEN                 VALUE 'Y'.
001275     05  WS-NB-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001276         88  WS-NB-OPEN                 VALUE 'Y'.
001277     05  WS-BO-SCAN-SWITCH        PIC X(01) VALUE 'N'.
001278         88  WS-BO-SCAN-DONE            VALUE 'Y'.
001279     05  WS-BO-MATCH-SWITCH       PIC X(01) VALUE 'N'.
001280         88  WS-BO-MATCHED              VALUE 'Y'.
001281     05  WS-BO-RECORDED-SWITCH    PIC X(01) VALUE 'N'.
001282         88  WS-BO-RECORDED             VALUE 'Y'.
001283     05  WS-PC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001284         88  WS-PC-OPEN                 VALUE 'Y'.
001285     05  WS-OI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001286         88  WS-OI-OPEN                 VALUE 'Y'.
001287     05  WS-NO-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001288         88  WS-NO-OPEN                 VALUE 'Y'.
001289     05  WS-RX-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001290         88  WS-RX-OPEN                 VALUE 'Y'.
001291     05  WS-RL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001292         88  WS-RL-OPEN                 VALUE 'Y'.
001293     05  WS-OO-LINE-SWITCH        PIC X(01) VALUE 'N'.
001294         88  WS-OO-LINE-SEEN            VALUE 'Y'.
001295     05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001296         88  WS-SORT-EOF                VALUE 'Y'.
001297     05  WS-LI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001298         88  WS-LI-OPEN                 VALUE 'Y'.
001299     05  WS-LOT-SCAN-SWITCH       PIC X(01) VALUE 'N'.
001300         88  WS-LOT-SCAN-DONE           VALUE 'Y'.
001301     05  WS-LOT-MATCH-SWITCH      PIC X(01) VALUE 'N'.
001302         88  WS-LOT-MATCHED             VALUE 'Y'.
001303     05  WS-LOT-CAPTURE-SWITCH    PIC X(01) VALUE 'N'.
001304         88  WS-LOT-CAPTURE             VALUE 'Y'.
001270     05  WS-TI-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001280         88  WS-TI-OPEN                 VALUE 'Y'.
001290     05  WS-TX-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001400     05  WS-RJ-FILE-STATUS        PIC X(02) VALUE SPACES.
001401     05  WS-HJ-FILE-STATUS        PIC X(02) VALUE SPACES.
001402     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
001403     05  WS-BR-FILE-STATUS        PIC X(02) VALUE SPACES.
001404     05  WS-BI-FILE-STATUS        PIC X(02) VALUE SPACES.
001405     05  WS-NB-FILE-STATUS        PIC X(02) VALUE SPACES.
001406     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001407     05  WS-OI-FILE-STATUS        PIC X(02) VALUE SPACES.
001408     05  WS-NO-FILE-STATUS        PIC X(02) VALUE SPACES.
001409     05  WS-RX-FILE-STATUS        PIC X(02) VALUE SPACES.
001410     05  WS-RL-FILE-STATUS        PIC X(02) VALUE SPACES.
001411     05  WS-LI-FILE-STATUS        PIC X(02) VALUE SPACES.
001411
001412 01  WS-PARM-AREA.
001413     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
001414     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
001415     05  WS-PARM-NUMERIC          PIC 9(05) VALUE ZERO.
001416     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
001417     05  WS-PARM-DIGIT-COUNT      PIC 9(01) VALUE ZERO.
001418     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
001419     05  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT-X
001420                                  PIC 9(01).
001421     05  WS-PARM-NUM-OK-SWITCH    PIC X(01) VALUE 'Y'.
001422         88  WS-PARM-NUM-OK             VALUE 'Y'.
001423     05  WS-PARM-VAL-END-SWITCH   PIC X(01) VALUE 'N'.
001424         88  WS-PARM-VAL-END            VALUE 'Y'.
001410
001420 01  WS-REJECT-AREA.
001430     05  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
001480     05  WS-XFER-TO-WHSE          PIC X(03) VALUE SPACES.
001481     05  WS-INS-CATEGORY          PIC X(04) VALUE SPACES.
001482     05  WS-INS-DESC              PIC X(20) VALUE SPACES.
001483
001484*-----------------------------------------------------------
001485* BATCH CONTROL - ONE ENTRY PER H/E BATCH ON ITMTXN, BUILT
001486* BY THE PROVING PASS AND USED TO GATE THE POSTING PASS
001487*-----------------------------------------------------------
001488 01  WS-BATCH-AREA.
001489     05  WS-BATCH-ENTRY OCCURS 200 TIMES.
001490         10  WS-BAT-KEY.
001491             15  WS-BAT-SOURCE    PIC X(08).
001492             15  WS-BAT-NO        PIC X(08).
001493         10  WS-BAT-DETAIL-COUNT  PIC 9(07).
001494         10  WS-BAT-HASH-TOTAL    PIC 9(12).
001495         10  WS-BAT-TR-COUNT      PIC 9(07).
001496         10  WS-BAT-TR-HASH       PIC 9(12).
001497         10  WS-BAT-POSTED-DATE   PIC 9(08).
001498         10  WS-BAT-STATUS        PIC X(01).
001499             88  WS-BAT-PENDING         VALUE 'P'.
001500             88  WS-BAT-ACCEPTED        VALUE 'A'.
001501             88  WS-BAT-OUT-OF-BALANCE  VALUE 'O'.
001502             88  WS-BAT-STRUCTURE-ERROR VALUE 'S'.
001503             88  WS-BAT-DUPLICATE       VALUE 'D'.
001504         10  WS-BAT-REASON        PIC X(30).
001505
001506*-----------------------------------------------------------
001507* OPEN BACKORDERS - HELD IN ITEM, WAREHOUSE, BACKORDER DATE
001508* SEQUENCE SO A FORWARD SCAN FILLS THE OLDEST FIRST
001509*-----------------------------------------------------------
001510 01  WS-BO-WORK-AREA.
001511     05  WS-BO-NEW-KEY.
001512         10  WS-BO-NEW-ITEM       PIC X(20).
001513         10  WS-BO-NEW-WHSE       PIC X(03).
001514         10  WS-BO-NEW-DATE       PIC 9(08).
001515     05  WS-FILL-WHSE             PIC X(03) VALUE SPACES.
001516
001517 01  WS-BACKORDER-AREA.
001518     05  WS-BO-ENTRY OCCURS 2000 TIMES.
001519         10  WS-BO-KEY.
001520             15  WS-BO-ITEM       PIC X(20).
001521             15  WS-BO-WHSE       PIC X(03).
001522             15  WS-BO-DATE       PIC 9(08).
001523         10  WS-BO-OPEN           PIC 9(07).
001524         10  WS-BO-ORIGINAL       PIC 9(07).
001525         10  WS-BO-LAST-FILL      PIC 9(08).
001526
001527*-----------------------------------------------------------
001528* OPEN PURCHASE ORDER LINES - HELD IN ITEM, WAREHOUSE
001529* SEQUENCE AS LOADED FROM OPENORDS
001530*-----------------------------------------------------------
001531 01  WS-OPEN-ORDER-AREA.
001532     05  WS-OO-ENTRY OCCURS 5000 TIMES.
001533         10  WS-OO-ITEM           PIC X(20).
001534         10  WS-OO-WHSE           PIC X(03).
001535         10  WS-OO-ORDER-NO       PIC X(08).
001536         10  WS-OO-ORDER-QTY      PIC 9(05).
001537         10  WS-OO-DUE-DATE       PIC 9(08).
001538         10  WS-OO-RECD-QTY       PIC 9(07).
001539         10  WS-OO-VENDOR         PIC X(08).
001540
001541*-----------------------------------------------------------
001542* LOTS ON HAND - HELD IN ITEM, WAREHOUSE, EXPIRATION DATE,
001543* LOT NUMBER SEQUENCE SO A FORWARD SCAN OF A ROW'S LOTS USES
001544* UP THE EARLIEST-EXPIRING LOT FIRST. A LOT USED UP TO ZERO
001545* STAYS IN THE TABLE BUT IS NOT WRITTEN TO NEXTMSTR.
001546*-----------------------------------------------------------
001547 01  WS-LOT-WORK-AREA.
001548     05  WS-LOT-FIND-KEY.
001549         10  WS-LOT-FIND-ITEM     PIC X(20).
001550         10  WS-LOT-FIND-WHSE     PIC X(03).
001551     05  WS-LOT-NEW-KEY.
001552         10  WS-LOT-NEW-ITEM      PIC X(20).
001553         10  WS-LOT-NEW-WHSE      PIC X(03).
001554         10  WS-LOT-NEW-EXP-DATE  PIC 9(08).
001555         10  WS-LOT-NEW-LOT-NO    PIC X(10).
001556     05  WS-LOT-NEW-RECD-DATE     PIC 9(08).
001557
001558 01  WS-LOT-AREA.
001559     05  WS-LOT-ENTRY OCCURS 10000 TIMES.
001560         10  WS-LOT-KEY.
001561             15  WS-LOT-ROW-KEY.
001562                 20  WS-LOT-ITEM  PIC X(20).
001563                 20  WS-LOT-WHSE  PIC X(03).
001564             15  WS-LOT-EXP-DATE  PIC 9(08).
001565             15  WS-LOT-NO        PIC X(10).
001566         10  WS-LOT-RECD-DATE     PIC 9(08).
001567         10  WS-LOT-QTY           PIC 9(05).
001568
001569*-----------------------------------------------------------
001570* LOT PIECES TAKEN FROM THE SOURCE ROW OF A TRANSFER, TO BE
001571* ADDED TO THE TARGET ROW UNDER THE SAME LOT AND DATES
001572*-----------------------------------------------------------
001573 01  WS-XFER-LOT-AREA.
001574     05  WS-XL-ENTRY OCCURS 1000 TIMES.
001575         10  WS-XL-EXP-DATE       PIC 9(08).
001576         10  WS-XL-LOT-NO         PIC X(10).
001577         10  WS-XL-RECD-DATE      PIC 9(08).
001578         10  WS-XL-QTY            PIC 9(05).
001540
001541*-----------------------------------------------------------
001542* RECEIPTS POSTED THIS RUN, FOR THE DAILY RECEIVING LOG
001543*-----------------------------------------------------------
001544 01  WS-RECEIPT-LOG-AREA.
001545     05  WS-RCV-ENTRY OCCURS 5000 TIMES.
001546         10  WS-RCV-VENDOR        PIC X(08).
001547         10  WS-RCV-ORDER-NO      PIC X(08).
001548         10  WS-RCV-ITEM          PIC X(20).
001549         10  WS-RCV-WHSE          PIC X(03).
001550         10  WS-RCV-QTY           PIC 9(05).
001551         10  WS-RCV-ORDER-QTY     PIC 9(05).
001552         10  WS-RCV-RECD-TO-DATE  PIC 9(07).
001553         10  WS-RCV-BATCH-NO      PIC X(08).
001554
001555 01  WS-RL-BREAK-AREA.
001556     05  WS-RL-CURR-VENDOR        PIC X(08) VALUE LOW-VALUES.
001557     05  WS-RL-CURR-ORDER         PIC X(08) VALUE LOW-VALUES.
001558     05  WS-RL-ORDER-LINES        PIC 9(05) VALUE ZERO.
001559     05  WS-RL-ORDER-QTY          PIC 9(09) VALUE ZERO.
001560     05  WS-RL-OPEN-QTY           PIC 9(07) VALUE ZERO.
001561
001562*-----------------------------------------------------------
001563* RECEIVING EXCEPTIONS REPORT LINES
001564*-----------------------------------------------------------
001565 01  WS-RX-HEADING-1.
001566     05  FILLER                   PIC X(40) VALUE
001567             'RECEIVING EXCEPTIONS - NOT POSTED'.
001568     05  FILLER                   PIC X(10) VALUE 'RUN DATE:'.
001569     05  RX-H-RUN-DATE            PIC 9(08).
001570     05  FILLER                   PIC X(10) VALUE SPACES.
001571     05  FILLER                   PIC X(06) VALUE 'PAGE:'.
001572     05  RX-H-PAGE                PIC ZZ9.
001573     05  FILLER                   PIC X(55) VALUE SPACES.
001574 01  WS-RX-HEADING-2.
001575     05  FILLER                   PIC X(10) VALUE 'BATCH'.
001576     05  FILLER                   PIC X(10) VALUE 'ORDER NO'.
001577     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
001578     05  FILLER                   PIC X(05) VALUE 'WH'.
001579     05  FILLER                   PIC X(10) VALUE '  RECVD'.
001580     05  FILLER                   PIC X(10) VALUE 'ORDERED'.
001581     05  FILLER                   PIC X(10) VALUE 'RECD-TD'.
001582     05  FILLER                   PIC X(10) VALUE 'ALLOWED'.
001583     05  FILLER                   PIC X(30) VALUE 'REASON'.
001584     05  FILLER                   PIC X(15) VALUE SPACES.
001585 01  WS-RX-DETAIL-LINE.
001586     05  RX-D-BATCH-NO            PIC X(08).
001587     05  FILLER                   PIC X(02) VALUE SPACES.
001588     05  RX-D-ORDER-NO            PIC X(08).
001589     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  RX-D-ITEM                PIC X(20).
001591     05  FILLER                   PIC X(02) VALUE SPACES.
001592     05  RX-D-WHSE                PIC X(03).
001593     05  FILLER                   PIC X(02) VALUE SPACES.
001594     05  RX-D-QTY                 PIC ZZZ,ZZ9.
001595     05  FILLER                   PIC X(03) VALUE SPACES.
001596     05  RX-D-ORDERED             PIC ZZZ,ZZ9.
001597     05  FILLER                   PIC X(03) VALUE SPACES.
001598     05  RX-D-RECD-TD             PIC ZZZ,ZZ9.
001599     05  FILLER                   PIC X(03) VALUE SPACES.
001600     05  RX-D-ALLOWED             PIC ZZZ,ZZ9.
001601     05  FILLER                   PIC X(03) VALUE SPACES.
001602     05  RX-D-REASON              PIC X(30).
001603     05  FILLER                   PIC X(15) VALUE SPACES.
001604 01  WS-RX-TOTAL-LINE.
001605     05  FILLER                   PIC X(28) VALUE
001606             'RECEIPTS NOT POSTED:'.
001607     05  RX-T-COUNT               PIC ZZ,ZZ9.
001608     05  FILLER                   PIC X(05) VALUE SPACES.
001609     05  FILLER                   PIC X(20) VALUE
001610             'TOLERANCE PERCENT:'.
001611     05  RX-T-TOLERANCE           PIC ZZ9.
001612     05  FILLER                   PIC X(70) VALUE SPACES.
001613 01  WS-RX-NONE-LINE              PIC X(132) VALUE
001614         'NO RECEIVING EXCEPTIONS'.
001615
001616*-----------------------------------------------------------
001617* DAILY RECEIVING LOG LINES
001618*-----------------------------------------------------------
001619 01  WS-RL-HEADING-1.
001620     05  FILLER                   PIC X(40) VALUE
001621             'DAILY RECEIVING LOG'.
001622     05  FILLER                   PIC X(10) VALUE 'RUN DATE:'.
001623     05  RL-H-RUN-DATE            PIC 9(08).
001624     05  FILLER                   PIC X(10) VALUE SPACES.
001625     05  FILLER                   PIC X(06) VALUE 'PAGE:'.
001626     05  RL-H-PAGE                PIC ZZ9.
001627     05  FILLER                   PIC X(55) VALUE SPACES.
001628 01  WS-RL-HEADING-2.
001629     05  FILLER                   PIC X(10) VALUE 'VENDOR'.
001630     05  FILLER                   PIC X(10) VALUE 'ORDER NO'.
001631     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
001632     05  FILLER                   PIC X(05) VALUE 'WH'.
001633     05  FILLER                   PIC X(10) VALUE '  RECEIVED'.
001634     05  FILLER                   PIC X(10) VALUE '   ORDERED'.
001635     05  FILLER                   PIC X(10) VALUE '   RECD-TD'.
001636     05  FILLER                   PIC X(10) VALUE '      OPEN'.
001637     05  FILLER                   PIC X(10) VALUE '  STATUS'.
001638     05  FILLER                   PIC X(10) VALUE '  BATCH'.
001639     05  FILLER                   PIC X(25) VALUE SPACES.
001640 01  WS-RL-DETAIL-LINE.
001641     05  RL-D-VENDOR              PIC X(08).
001642     05  FILLER                   PIC X(02) VALUE SPACES.
001643     05  RL-D-ORDER-NO            PIC X(08).
001644     05  FILLER                   PIC X(02) VALUE SPACES.
001645     05  RL-D-ITEM                PIC X(20).
001646     05  FILLER                   PIC X(02) VALUE SPACES.
001647     05  RL-D-WHSE                PIC X(03).
001648     05  FILLER                   PIC X(05) VALUE SPACES.
001649     05  RL-D-RECEIVED            PIC ZZZ,ZZ9.
001650     05  FILLER                   PIC X(03) VALUE SPACES.
001651     05  RL-D-ORDERED             PIC ZZZ,ZZ9.
001652     05  FILLER                   PIC X(03) VALUE SPACES.
001653     05  RL-D-RECD-TD             PIC ZZZ,ZZ9.
001654     05  FILLER                   PIC X(03) VALUE SPACES.
001655     05  RL-D-OPEN                PIC ZZZ,ZZ9.
001656     05  FILLER                   PIC X(02) VALUE SPACES.
001657     05  RL-D-STATUS              PIC X(08).
001658     05  FILLER                   PIC X(02) VALUE SPACES.
001659     05  RL-D-BATCH-NO            PIC X(08).
001660     05  FILLER                   PIC X(25) VALUE SPACES.
001661 01  WS-RL-ORDER-TOTAL-LINE.
001662     05  FILLER                   PIC X(10) VALUE SPACES.
001663     05  FILLER                   PIC X(06) VALUE 'ORDER'.
001664     05  RL-O-ORDER-NO            PIC X(08).
001665     05  FILLER                   PIC X(02) VALUE SPACES.
001666     05  RL-O-LINES               PIC ZZ9.
001667     05  FILLER                   PIC X(09) VALUE ' RECEIPTS'.
001668     05  FILLER                   PIC X(12) VALUE SPACES.
001669     05  RL-O-QTY                 PIC ZZZ,ZZ9.
001670     05  FILLER                   PIC X(75) VALUE SPACES.
001671 01  WS-RL-TOTAL-LINE.
001672     05  FILLER                   PIC X(20) VALUE
001673             'RECEIPTS POSTED:'.
001674     05  RL-T-COUNT               PIC ZZ,ZZ9.
001675     05  FILLER                   PIC X(05) VALUE SPACES.
001676     05  FILLER                   PIC X(16) VALUE
001677             'QTY RECEIVED:'.
001678     05  RL-T-QTY                 PIC ZZZ,ZZZ,ZZ9.
001679     05  FILLER                   PIC X(05) VALUE SPACES.
001680     05  FILLER                   PIC X(20) VALUE
001681             'PO LINES CLOSED:'.
001682     05  RL-T-CLOSED              PIC ZZ,ZZ9.
001683     05  FILLER                   PIC X(43) VALUE SPACES.
001684 01  WS-RL-NONE-LINE              PIC X(132) VALUE
001685         'NO RECEIPTS POSTED'.
001686
001490 01  WS-DATA-AREA.
001500     05  WS-TABLE OCCURS 0 TO 5000 TIMES
001510                   DEPENDING ON WS-ITEM-COUNT
001630     PERFORM 2000-LOAD-ITEM-TABLE THRU 2000-EXIT
001640         UNTIL WS-EOF-YES.
001650     MOVE 'N' TO WS-EOF-SWITCH.
001651     IF WS-LI-OPEN
001652         PERFORM 2700-LOAD-LOTS THRU 2700-EXIT
001653             UNTIL WS-EOF-YES
001654         MOVE 'N' TO WS-EOF-SWITCH
001655     END-IF.
001651     IF WS-BI-OPEN
001652         PERFORM 2500-LOAD-BACKORDERS THRU 2500-EXIT
001653             UNTIL WS-EOF-YES
001654         MOVE 'N' TO WS-EOF-SWITCH
001655     END-IF.
001656     IF WS-OI-OPEN
001657         PERFORM 2600-LOAD-OPEN-ORDERS THRU 2600-EXIT
001658             UNTIL WS-EOF-YES
001659         MOVE 'N' TO WS-EOF-SWITCH
001660     END-IF.
001660     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001670         UNTIL WS-EOF-YES.
001680     PERFORM 5000-WRITE-NEXT-MASTER THRU 5000-EXIT.
001681     PERFORM 5200-WRITE-BACKORDERS THRU 5200-EXIT.
001682     PERFORM 5300-WRITE-OPEN-ORDERS THRU 5300-EXIT.
001683     PERFORM 5600-PRINT-RECEIVING-LOG THRU 5600-EXIT.
001684     PERFORM 4150-END-RCV-EXCEPTIONS THRU 4150-EXIT.
001682     PERFORM 5500-UPDATE-BATCH-REGISTER THRU 5500-EXIT.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700     STOP RUN.
001710
001750 1000-INITIALIZE.
001760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001761     ACCEPT WS-RUN-TIME FROM TIME.
001762     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
001762     PERFORM 1500-PROVE-BATCHES THRU 1500-EXIT.
001763     PERFORM 1600-CHECK-BATCH-REGISTER THRU 1600-EXIT.
001764     PERFORM 1700-REPORT-BATCH-CONTROL THRU 1700-EXIT.
001770     OPEN INPUT ITEM-TABLE-IN-FILE.
001780     IF WS-TI-FILE-STATUS NOT = '00'
001790         DISPLAY 'ITMTXNAP - UNABLE TO OPEN ITEM-TABLE-IN-'
001810         PERFORM 9900-ABEND-JOB
001820     END-IF.
001830     MOVE 'Y' TO WS-TI-OPEN-SWITCH.
001831     OPEN INPUT LOT-TABLE-IN-FILE.
001832     IF WS-LI-FILE-STATUS = '35'
001833         DISPLAY 'ITMTXNAP - NO LOT FILE - STARTING WITH NO '
001834             'LOTS ON HAND'
001835     ELSE
001836         IF WS-LI-FILE-STATUS NOT = '00'
001837             DISPLAY 'ITMTXNAP - UNABLE TO OPEN LOT-TABLE-IN-'
001838                 'FILE - STATUS ' WS-LI-FILE-STATUS
001839             PERFORM 9900-ABEND-JOB
001840         END-IF
001841         MOVE 'Y' TO WS-LI-OPEN-SWITCH
001842     END-IF.
001840     OPEN INPUT ITEM-TXN-FILE.
001850     IF WS-TX-FILE-STATUS NOT = '00'
001860         DISPLAY 'ITMTXNAP - UNABLE TO OPEN ITEM-TXN-FILE - '
002059         PERFORM 9900-ABEND-JOB
002060     END-IF.
002061     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
002062     OPEN INPUT BACKORDER-IN-FILE.
002063     IF WS-BI-FILE-STATUS = '35'
002064         DISPLAY 'ITMTXNAP - NO BACKORDER FILE - STARTING '
002065             'WITH NO OPEN BACKORDERS'
002066     ELSE
002067         IF WS-BI-FILE-STATUS NOT = '00'
002068             DISPLAY 'ITMTXNAP - UNABLE TO OPEN BACKORDER-IN-'
002069                 'FILE - STATUS ' WS-BI-FILE-STATUS
002070             PERFORM 9900-ABEND-JOB
002071         END-IF
002072         MOVE 'Y' TO WS-BI-OPEN-SWITCH
002073     END-IF.
002074     OPEN OUTPUT NEXT-BACKORDER-FILE.
002075     IF WS-NB-FILE-STATUS NOT = '00'
002076         DISPLAY 'ITMTXNAP - UNABLE TO OPEN NEXT-BACKORDER-'
002077             'FILE - STATUS ' WS-NB-FILE-STATUS
002078         PERFORM 9900-ABEND-JOB
002079     END-IF.
002080     MOVE 'Y' TO WS-NB-OPEN-SWITCH.
002081     OPEN INPUT OPEN-ORDER-IN-FILE.
002082     IF WS-OI-FILE-STATUS = '35'
002083         DISPLAY 'ITMTXNAP - NO OPEN-ORDER FILE - RECEIPTS '
002084             'CANNOT BE MATCHED'
002085     ELSE
002086         IF WS-OI-FILE-STATUS NOT = '00'
002087             DISPLAY 'ITMTXNAP - UNABLE TO OPEN OPEN-ORDER-IN-'
002088                 'FILE - STATUS ' WS-OI-FILE-STATUS
002089             PERFORM 9900-ABEND-JOB
002090         END-IF
002091         MOVE 'Y' TO WS-OI-OPEN-SWITCH
002092     END-IF.
002093     OPEN OUTPUT NEXT-ORDER-FILE.
002094     IF WS-NO-FILE-STATUS NOT = '00'
002095         DISPLAY 'ITMTXNAP - UNABLE TO OPEN NEXT-ORDER-FILE '
002096             '- STATUS ' WS-NO-FILE-STATUS
002097         PERFORM 9900-ABEND-JOB
002098     END-IF.
002099     MOVE 'Y' TO WS-NO-OPEN-SWITCH.
002100     OPEN OUTPUT RCV-EXCEPTION-RPT-FILE.
002101     IF WS-RX-FILE-STATUS NOT = '00'
002102         DISPLAY 'ITMTXNAP - UNABLE TO OPEN RCV-EXCEPTION-RPT-'
002103             'FILE - STATUS ' WS-RX-FILE-STATUS
002104         PERFORM 9900-ABEND-JOB
002105     END-IF.
002106     MOVE 'Y' TO WS-RX-OPEN-SWITCH.
002107     OPEN OUTPUT RCV-LOG-RPT-FILE.
002108     IF WS-RL-FILE-STATUS NOT = '00'
002109         DISPLAY 'ITMTXNAP - UNABLE TO OPEN RCV-LOG-RPT-FILE '
002110             '- STATUS ' WS-RL-FILE-STATUS
002111         PERFORM 9900-ABEND-JOB
002112     END-IF.
002113     MOVE 'Y' TO WS-RL-OPEN-SWITCH.
002114     PERFORM 4100-WRITE-RCV-EXCP-HEADINGS THRU 4100-EXIT.
002081 1000-EXIT.
002060     EXIT.
002061
002062*-----------------------------------------------------------
002063* 1400-PROCESS-PARM-CARDS - READ RUN PARAMETERS, APPLYING
002064* DEFAULTS WHEN NO PARM CARD FILE IS SUPPLIED
002065*-----------------------------------------------------------
002066 1400-PROCESS-PARM-CARDS.
002067     OPEN INPUT PARM-CARD-FILE.
002068     IF WS-PC-FILE-STATUS = '35'
002069         DISPLAY 'ITMTXNAP - NO PARM CARD FILE - DEFAULTS '
002070             'IN EFFECT'
002071         GO TO 1400-EXIT
002072     END-IF.
002073     IF WS-PC-FILE-STATUS NOT = '00'
002074         DISPLAY 'ITMTXNAP - UNABLE TO OPEN PARM-CARD-FILE '
002075             '- STATUS ' WS-PC-FILE-STATUS
002076         PERFORM 9900-ABEND-JOB
002077     END-IF.
002078     MOVE 'Y' TO WS-PC-OPEN-SWITCH.
002079     PERFORM 1410-READ-PARM-CARD THRU 1410-EXIT
002080         UNTIL WS-EOF-YES.
002081     CLOSE PARM-CARD-FILE.
002082     MOVE 'N' TO WS-PC-OPEN-SWITCH.
002083     MOVE 'N' TO WS-EOF-SWITCH.
002084 1400-EXIT.
002085     EXIT.
002086
002087 1410-READ-PARM-CARD.
002088     READ PARM-CARD-FILE
002089         AT END
002090             MOVE 'Y' TO WS-EOF-SWITCH
002091         NOT AT END
002092             PERFORM 1420-APPLY-PARM THRU 1420-EXIT
002093     END-READ.
002094 1410-EXIT.
002095     EXIT.
002096
002097 1420-APPLY-PARM.
002098     IF PARM-CARD-RECORD = SPACES
002099       OR PC-COMMENT-FLAG = '*'
002100         GO TO 1420-EXIT
002101     END-IF.
002102     MOVE SPACES TO WS-PARM-KEYWORD.
002103     MOVE SPACES TO WS-PARM-VALUE.
002104     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
002105         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
002106     IF WS-PARM-KEYWORD = 'RECEIPT-TOL-PCT'
002107         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
002108         IF WS-PARM-NUM-OK
002109           AND WS-PARM-NUMERIC NOT > 100
002110             MOVE WS-PARM-NUMERIC TO WS-TOLERANCE-PCT
002111             DISPLAY 'ITMTXNAP - PARM RECEIPT-TOL-PCT='
002112                 WS-TOLERANCE-PCT
002113             GO TO 1420-EXIT
002114         ELSE
002115             DISPLAY 'ITMTXNAP - INVALID RECEIPT-TOL-PCT '
002116                 'VALUE - ' WS-PARM-VALUE
002117             DISPLAY 'ITMTXNAP - MUST BE NUMERIC 0-100'
002118             PERFORM 9900-ABEND-JOB
002119         END-IF
002120     END-IF.
002121     DISPLAY 'ITMTXNAP - UNRECOGNIZED PARAMETER - '
002122         WS-PARM-KEYWORD.
002123     PERFORM 9900-ABEND-JOB.
002124 1420-EXIT.
002125     EXIT.
002126
002127*-----------------------------------------------------------
002128* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO 5
002129* DIGITS INTO WS-PARM-NUMERIC
002130*-----------------------------------------------------------
002131 1430-CONVERT-PARM-VALUE.
002132     MOVE ZERO TO WS-PARM-NUMERIC.
002133     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
002134     MOVE 1    TO WS-PARM-DIGIT-SUB.
002135     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
002136     MOVE 'N'  TO WS-PARM-VAL-END-SWITCH.
002137     PERFORM 1431-CONVERT-ONE-DIGIT THRU 1431-EXIT
002138         UNTIL WS-PARM-VAL-END
002139            OR NOT WS-PARM-NUM-OK
002140            OR WS-PARM-DIGIT-SUB > 20.
002141     IF WS-PARM-DIGIT-COUNT = 0
002142         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
002143     END-IF.
002144 1430-EXIT.
002145     EXIT.
002146
002147 1431-CONVERT-ONE-DIGIT.
002148     MOVE WS-PARM-VALUE(WS-PARM-DIGIT-SUB:1)
002149         TO WS-PARM-DIGIT-X.
002150     IF WS-PARM-DIGIT-X = SPACE
002151         MOVE 'Y' TO WS-PARM-VAL-END-SWITCH
002152         GO TO 1431-EXIT
002153     END-IF.
002154     IF WS-PARM-DIGIT-X NOT NUMERIC
002155         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
002156         GO TO 1431-EXIT
002157     END-IF.
002158     IF WS-PARM-DIGIT-COUNT = 5
002159         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
002160         GO TO 1431-EXIT
002161     END-IF.
002162     MULTIPLY WS-PARM-NUMERIC BY 10
002163         GIVING WS-PARM-NUMERIC.
002164     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC.
002165     ADD 1 TO WS-PARM-DIGIT-COUNT.
002166     ADD 1 TO WS-PARM-DIGIT-SUB.
002167 1431-EXIT.
002168     EXIT.
002062*-----------------------------------------------------------
002063* 1500-PROVE-BATCHES - FIRST PASS OVER ITMTXN. ACCUMULATES
002064* EACH BATCH'S DETAIL COUNT AND QUANTITY HASH AND CHECKS
002065* THEM AGAINST ITS TRAILER SO THAT A BATCH WHICH DOES NOT
002066* BALANCE IS REJECTED WHOLE BEFORE ANY OF IT POSTS
002067*-----------------------------------------------------------
002068 1500-PROVE-BATCHES.
002069     OPEN INPUT ITEM-TXN-FILE.
002070     IF WS-TX-FILE-STATUS NOT = '00'
002071         DISPLAY 'ITMTXNAP - UNABLE TO OPEN ITEM-TXN-FILE - '
002072             'STATUS ' WS-TX-FILE-STATUS
002073         PERFORM 9900-ABEND-JOB
002074     END-IF.
002075     MOVE 'Y' TO WS-TX-OPEN-SWITCH.
002076     MOVE 'N' TO WS-IN-BATCH-SWITCH.
002077     PERFORM 1510-READ-FOR-CONTROL THRU 1510-EXIT
002078         UNTIL WS-EOF-YES.
002079     IF WS-IN-BATCH
002080         IF WS-BAT-PENDING(WS-BATCH-COUNT)
002081             MOVE 'S' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002082             MOVE 'BATCH TRAILER MISSING'
002083                 TO WS-BAT-REASON(WS-BATCH-COUNT)
002084         END-IF
002085     END-IF.
002086     CLOSE ITEM-TXN-FILE.
002087     MOVE 'N' TO WS-TX-OPEN-SWITCH.
002088     MOVE 'N' TO WS-EOF-SWITCH.
002089     MOVE 'N' TO WS-IN-BATCH-SWITCH.
002090 1500-EXIT.
002091     EXIT.
002092
002093 1510-READ-FOR-CONTROL.
002094     READ ITEM-TXN-FILE
002095         AT END
002096             MOVE 'Y' TO WS-EOF-SWITCH
002097         NOT AT END
002098             PERFORM 1520-CONTROL-ONE-RECORD THRU 1520-EXIT
002099     END-READ.
002100 1510-EXIT.
002101     EXIT.
002102
002103 1520-CONTROL-ONE-RECORD.
002104     IF TX-BATCH-HEADER
002105         PERFORM 1530-OPEN-BATCH-ENTRY THRU 1530-EXIT
002106         GO TO 1520-EXIT
002107     END-IF.
002108     IF TX-BATCH-TRAILER
002109         PERFORM 1540-CLOSE-BATCH-ENTRY THRU 1540-EXIT
002110         GO TO 1520-EXIT
002111     END-IF.
002112     IF NOT WS-IN-BATCH
002113         ADD 1 TO WS-UNBATCHED-COUNT
002114         GO TO 1520-EXIT
002115     END-IF.
002116     ADD 1 TO WS-BAT-DETAIL-COUNT(WS-BATCH-COUNT).
002117     IF TX-QTY-RAW NUMERIC
002118         MOVE TX-QTY-RAW TO WS-TXN-QTY
002119         ADD WS-TXN-QTY TO WS-BAT-HASH-TOTAL(WS-BATCH-COUNT)
002120     END-IF.
002121 1520-EXIT.
002122     EXIT.
002123
002124*-----------------------------------------------------------
002125* 1530-OPEN-BATCH-ENTRY - A HEADER STARTS A NEW BATCH. A
002126* HEADER ARRIVING INSIDE AN OPEN BATCH MEANS THAT BATCH
002127* LOST ITS TRAILER.
002128*-----------------------------------------------------------
002129 1530-OPEN-BATCH-ENTRY.
002130     IF WS-IN-BATCH
002131         IF WS-BAT-PENDING(WS-BATCH-COUNT)
002132             MOVE 'S' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002133             MOVE 'BATCH TRAILER MISSING'
002134                 TO WS-BAT-REASON(WS-BATCH-COUNT)
002135         END-IF
002136     END-IF.
002137     IF WS-BATCH-COUNT >= WS-BATCH-MAX
002138         DISPLAY 'ITMTXNAP - BATCH COUNT EXCEEDS MAXIMUM OF '
002139             WS-BATCH-MAX ' - JOB ABENDING'
002140         PERFORM 9900-ABEND-JOB
002141     END-IF.
002142     ADD 1 TO WS-BATCH-COUNT.
002143     MOVE 'Y'              TO WS-IN-BATCH-SWITCH.
002144     MOVE BH-SOURCE-SYSTEM TO WS-BAT-SOURCE(WS-BATCH-COUNT).
002145     MOVE BH-BATCH-NO      TO WS-BAT-NO(WS-BATCH-COUNT).
002146     MOVE ZERO   TO WS-BAT-DETAIL-COUNT(WS-BATCH-COUNT).
002147     MOVE ZERO   TO WS-BAT-HASH-TOTAL(WS-BATCH-COUNT).
002148     MOVE ZERO   TO WS-BAT-TR-COUNT(WS-BATCH-COUNT).
002149     MOVE ZERO   TO WS-BAT-TR-HASH(WS-BATCH-COUNT).
002150     MOVE ZERO   TO WS-BAT-POSTED-DATE(WS-BATCH-COUNT).
002151     MOVE 'P'    TO WS-BAT-STATUS(WS-BATCH-COUNT).
002152     MOVE SPACES TO WS-BAT-REASON(WS-BATCH-COUNT).
002153     IF BH-BATCH-NO = SPACES
002154       OR BH-SOURCE-SYSTEM = SPACES
002155         MOVE 'S' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002156         MOVE 'BATCH NUMBER OR SOURCE MISSING'
002157             TO WS-BAT-REASON(WS-BATCH-COUNT)
002158         GO TO 1530-EXIT
002159     END-IF.
002160     MOVE 1 TO WS-SCAN-SUB.
002161     PERFORM 1535-SCAN-FOR-REPEAT THRU 1535-EXIT
002162         UNTIL WS-SCAN-SUB >= WS-BATCH-COUNT.
002163 1530-EXIT.
002164     EXIT.
002165
002166 1535-SCAN-FOR-REPEAT.
002167     IF WS-BAT-KEY(WS-SCAN-SUB) = WS-BAT-KEY(WS-BATCH-COUNT)
002168         MOVE 'D' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002169         MOVE 'BATCH REPEATED ON ITMTXN'
002170             TO WS-BAT-REASON(WS-BATCH-COUNT)
002171         MOVE WS-BATCH-COUNT TO WS-SCAN-SUB
002172     ELSE
002173         ADD 1 TO WS-SCAN-SUB
002174     END-IF.
002175 1535-EXIT.
002176     EXIT.
002177
002178*-----------------------------------------------------------
002179* 1540-CLOSE-BATCH-ENTRY - PROVE THE OPEN BATCH AGAINST ITS
002180* TRAILER. THE FIRST ERROR FOUND FOR A BATCH IS THE ONE
002181* REPORTED.
002182*-----------------------------------------------------------
002183 1540-CLOSE-BATCH-ENTRY.
002185     IF NOT WS-IN-BATCH
002186         ADD 1 TO WS-ORPHAN-TRAILER-COUNT
002187         DISPLAY 'ITMTXNAP - BATCH TRAILER WITH NO HEADER '
002188             'IGNORED - BATCH ' BE-BATCH-NO
002189         GO TO 1540-EXIT
002190     END-IF.
002191     MOVE 'N' TO WS-IN-BATCH-SWITCH.
002192     IF NOT WS-BAT-PENDING(WS-BATCH-COUNT)
002193         GO TO 1540-EXIT
002194     END-IF.
002195     IF BE-BATCH-NO NOT = WS-BAT-NO(WS-BATCH-COUNT)
002196         MOVE 'S' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002197         MOVE 'TRAILER BATCH NUMBER MISMATCH'
002198             TO WS-BAT-REASON(WS-BATCH-COUNT)
002199         GO TO 1540-EXIT
002200     END-IF.
002201     IF BE-RECORD-COUNT NOT NUMERIC
002202       OR BE-HASH-TOTAL NOT NUMERIC
002203         MOVE 'S' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002204         MOVE 'TRAILER CONTROL TOTALS INVALID'
002205             TO WS-BAT-REASON(WS-BATCH-COUNT)
002206         GO TO 1540-EXIT
002207     END-IF.
002208     MOVE BE-RECORD-COUNT TO WS-BAT-TR-COUNT(WS-BATCH-COUNT).
002209     MOVE BE-HASH-TOTAL   TO WS-BAT-TR-HASH(WS-BATCH-COUNT).
002210     IF WS-BAT-TR-COUNT(WS-BATCH-COUNT)
002211             NOT = WS-BAT-DETAIL-COUNT(WS-BATCH-COUNT)
002212         MOVE 'O' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002213         MOVE 'BATCH RECORD COUNT MISMATCH'
002214             TO WS-BAT-REASON(WS-BATCH-COUNT)
002215         GO TO 1540-EXIT
002216     END-IF.
002217     IF WS-BAT-TR-HASH(WS-BATCH-COUNT)
002218             NOT = WS-BAT-HASH-TOTAL(WS-BATCH-COUNT)
002219         MOVE 'O' TO WS-BAT-STATUS(WS-BATCH-COUNT)
002220         MOVE 'BATCH HASH TOTAL MISMATCH'
002221             TO WS-BAT-REASON(WS-BATCH-COUNT)
002222         GO TO 1540-EXIT
002223     END-IF.
002224     MOVE 'A' TO WS-BAT-STATUS(WS-BATCH-COUNT).
002225 1540-EXIT.
002226     EXIT.
002227
002228*-----------------------------------------------------------
002229* 1600-CHECK-BATCH-REGISTER - REFUSE ANY BATCH WHOSE SOURCE
002230* SYSTEM AND BATCH NUMBER ARE ALREADY ON THE POSTED-BATCH
002231* REGISTER. NO REGISTER YET MEANS NOTHING HAS BEEN POSTED.
002232*-----------------------------------------------------------
002233 1600-CHECK-BATCH-REGISTER.
002234     IF WS-BATCH-COUNT = ZERO
002235         GO TO 1600-EXIT
002236     END-IF.
002237     OPEN INPUT BATCH-REGISTER-FILE.
002238     IF WS-BR-FILE-STATUS = '35'
002239         DISPLAY 'ITMTXNAP - NO BATCH REGISTER - NO BATCHES '
002240             'POSTED BEFORE THIS RUN'
002241         GO TO 1600-EXIT
002242     END-IF.
002243     IF WS-BR-FILE-STATUS NOT = '00'
002244         DISPLAY 'ITMTXNAP - UNABLE TO OPEN BATCH-REGISTER-'
002245             'FILE - STATUS ' WS-BR-FILE-STATUS
002246         PERFORM 9900-ABEND-JOB
002247     END-IF.
002248     MOVE 'Y' TO WS-BR-OPEN-SWITCH.
002249     PERFORM 1610-READ-REGISTER THRU 1610-EXIT
002250         UNTIL WS-EOF-YES.
002251     CLOSE BATCH-REGISTER-FILE.
002252     MOVE 'N' TO WS-BR-OPEN-SWITCH.
002253     MOVE 'N' TO WS-EOF-SWITCH.
002254 1600-EXIT.
002255     EXIT.
002256
002257 1610-READ-REGISTER.
002258     READ BATCH-REGISTER-FILE
002259         AT END
002260             MOVE 'Y' TO WS-EOF-SWITCH
002261         NOT AT END
002262             ADD 1 TO WS-REG-READ-COUNT
002263             MOVE 1 TO WS-SCAN-SUB
002264             PERFORM 1620-MATCH-REGISTER-ENTRY THRU 1620-EXIT
002265                 UNTIL WS-SCAN-SUB > WS-BATCH-COUNT
002266     END-READ.
002267 1610-EXIT.
002268     EXIT.
002269
002270 1620-MATCH-REGISTER-ENTRY.
002271     IF WS-BAT-KEY(WS-SCAN-SUB) = BR-KEY
002272         MOVE 'D' TO WS-BAT-STATUS(WS-SCAN-SUB)
002273         MOVE 'BATCH ALREADY POSTED'
002274             TO WS-BAT-REASON(WS-SCAN-SUB)
002275         MOVE BR-POSTED-DATE TO WS-BAT-POSTED-DATE(WS-SCAN-SUB)
002276     END-IF.
002277     ADD 1 TO WS-SCAN-SUB.
002278 1620-EXIT.
002279     EXIT.
002280
002281*-----------------------------------------------------------
002282* 1700-REPORT-BATCH-CONTROL - ONE LINE PER BATCH WITH ITS
002283* DISPOSITION, AND THE CLASS COUNTS FOR THE RETURN CODE
002284*-----------------------------------------------------------
002285 1700-REPORT-BATCH-CONTROL.
002286     IF WS-BATCH-COUNT = ZERO
002287         DISPLAY 'ITMTXNAP - NO BATCH HEADERS ON ITMTXN'
002288     END-IF.
002289     PERFORM 1710-REPORT-ONE-BATCH THRU 1710-EXIT
002290         VARYING WS-BAT-SUB FROM 1 BY 1
002291         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
002292     IF WS-UNBATCHED-COUNT > 0
002293         DISPLAY 'ITMTXNAP - ' WS-UNBATCHED-COUNT
002294             ' TRANSACTIONS OUTSIDE ANY BATCH WILL BE REJECTED'
002295     END-IF.
002296 1700-EXIT.
002297     EXIT.
002298
002299 1710-REPORT-ONE-BATCH.
002300     IF WS-BAT-ACCEPTED(WS-BAT-SUB)
002301         ADD 1 TO WS-BATCH-ACCEPTED-COUNT
002302         DISPLAY 'ITMTXNAP - BATCH ' WS-BAT-NO(WS-BAT-SUB)
002303             ' FROM ' WS-BAT-SOURCE(WS-BAT-SUB)
002304             ' IN BALANCE - ' WS-BAT-DETAIL-COUNT(WS-BAT-SUB)
002305             ' RECORDS, HASH ' WS-BAT-HASH-TOTAL(WS-BAT-SUB)
002306         GO TO 1710-EXIT
002307     END-IF.
002308     IF WS-BAT-DUPLICATE(WS-BAT-SUB)
002309         ADD 1 TO WS-BATCH-DUPLICATE-COUNT
002310         DISPLAY 'ITMTXNAP - *** BATCH ' WS-BAT-NO(WS-BAT-SUB)
002311             ' FROM ' WS-BAT-SOURCE(WS-BAT-SUB)
002312             ' REFUSED - ' WS-BAT-REASON(WS-BAT-SUB)
002313         IF WS-BAT-POSTED-DATE(WS-BAT-SUB) > ZERO
002314             DISPLAY 'ITMTXNAP - *** PREVIOUSLY POSTED ON '
002315                 WS-BAT-POSTED-DATE(WS-BAT-SUB)
002316                 ' - NOTHING IN THIS BATCH WILL POST'
002317         END-IF
002318         GO TO 1710-EXIT
002319     END-IF.
002320     ADD 1 TO WS-BATCH-REJECTED-COUNT.
002321     DISPLAY 'ITMTXNAP - *** BATCH ' WS-BAT-NO(WS-BAT-SUB)
002322         ' FROM ' WS-BAT-SOURCE(WS-BAT-SUB)
002323         ' REJECTED - ' WS-BAT-REASON(WS-BAT-SUB).
002324     DISPLAY 'ITMTXNAP - *** RECORDS '
002325         WS-BAT-DETAIL-COUNT(WS-BAT-SUB)
002326         ' TRAILER ' WS-BAT-TR-COUNT(WS-BAT-SUB)
002327         ' HASH ' WS-BAT-HASH-TOTAL(WS-BAT-SUB)
002328         ' TRAILER ' WS-BAT-TR-HASH(WS-BAT-SUB).
002329 1710-EXIT.
002330     EXIT.
002070
002080*-----------------------------------------------------------
002090* 2000-LOAD-ITEM-TABLE - READ ONE EXTRACT RECORD INTO
002410     MOVE TI-DESC     TO WS-ITEM-DESC(WS-ITEM-COUNT).
002420 2100-EXIT.
002430     EXIT.
002431
002432*-----------------------------------------------------------
002433* 2500-LOAD-BACKORDERS - READ ONE OPEN BACKORDER FROM THE
002434* PRIOR GENERATION INTO THE BACKORDER TABLE
002435*-----------------------------------------------------------
002436 2500-LOAD-BACKORDERS.
002437     READ BACKORDER-IN-FILE
002438         AT END
002439             MOVE 'Y' TO WS-EOF-SWITCH
002440         NOT AT END
002441             ADD 1 TO WS-BO-READ-COUNT
002442             PERFORM 2510-LOAD-BACKORDER-ENTRY THRU 2510-EXIT
002443     END-READ.
002444 2500-EXIT.
002445     EXIT.
002446
002447 2510-LOAD-BACKORDER-ENTRY.
002448     IF BI-KEY < WS-LAST-BO-KEY
002449         DISPLAY 'ITMTXNAP - BACKORDER FILE OUT OF ASCENDING '
002450             'SEQUENCE AT ITEM ' BI-KEY
002451         PERFORM 9900-ABEND-JOB
002452     END-IF.
002453     IF BI-OPEN-QTY NOT NUMERIC
002454       OR BI-ORIGINAL-QTY NOT NUMERIC
002455       OR BI-BACKORDER-DATE NOT NUMERIC
002456         DISPLAY 'ITMTXNAP - NON-NUMERIC BACKORDER FIELDS '
002457             'FOR ITEM ' BI-ITEM-CODE ' - JOB ABENDING'
002458         PERFORM 9900-ABEND-JOB
002459     END-IF.
002460     MOVE BI-KEY TO WS-LAST-BO-KEY.
002461     IF BI-OPEN-QTY = ZERO
002462         GO TO 2510-EXIT
002463     END-IF.
002464     IF WS-BO-COUNT >= WS-BO-TABLE-MAX
002465         DISPLAY 'ITMTXNAP - BACKORDER VOLUME EXCEEDS TABLE '
002466             'MAXIMUM OF ' WS-BO-TABLE-MAX ' - JOB ABENDING'
002467         PERFORM 9900-ABEND-JOB
002468     END-IF.
002469     ADD 1 TO WS-BO-COUNT.
002470     MOVE BI-ITEM-CODE      TO WS-BO-ITEM(WS-BO-COUNT).
002471     MOVE BI-WHSE           TO WS-BO-WHSE(WS-BO-COUNT).
002472     MOVE BI-BACKORDER-DATE TO WS-BO-DATE(WS-BO-COUNT).
002473     MOVE BI-OPEN-QTY       TO WS-BO-OPEN(WS-BO-COUNT).
002474     MOVE BI-ORIGINAL-QTY   TO WS-BO-ORIGINAL(WS-BO-COUNT).
002475     IF BI-LAST-FILL-DATE NUMERIC
002476         MOVE BI-LAST-FILL-DATE TO WS-BO-LAST-FILL(WS-BO-COUNT)
002477     ELSE
002478         MOVE ZERO TO WS-BO-LAST-FILL(WS-BO-COUNT)
002479     END-IF.
002480 2510-EXIT.
002481     EXIT.
002482
002483*-----------------------------------------------------------
002484* 2700-LOAD-LOTS - READ ONE LOT FROM THE ITMTBLLD LOT
002485* EXTRACT. IT IS IN ITEM, WAREHOUSE, EXPIRATION DATE ORDER,
002486* WHICH IS THE ORDER LOTS ARE USED UP IN.
002487*-----------------------------------------------------------
002488 2700-LOAD-LOTS.
002489     READ LOT-TABLE-IN-FILE
002490         AT END
002491             MOVE 'Y' TO WS-EOF-SWITCH
002492         NOT AT END
002493             ADD 1 TO WS-LOT-READ-COUNT
002494             PERFORM 2710-LOAD-LOT-ENTRY THRU 2710-EXIT
002495     END-READ.
002496 2700-EXIT.
002497     EXIT.
002498
002499 2710-LOAD-LOT-ENTRY.
002500     IF LI-KEY < WS-LAST-LOT-KEY
002501         DISPLAY 'ITMTXNAP - LOT FILE OUT OF ASCENDING '
002502             'SEQUENCE AT ITEM ' LI-ITEM ' LOT ' LI-LOT-NO
002503         PERFORM 9900-ABEND-JOB
002504     END-IF.
002505     IF LI-LOT-QTY NOT NUMERIC
002506       OR LI-EXP-DATE NOT NUMERIC
002507       OR LI-RECD-DATE NOT NUMERIC
002508         DISPLAY 'ITMTXNAP - NON-NUMERIC LOT FIELDS FOR ITEM '
002509             LI-ITEM ' LOT ' LI-LOT-NO ' - JOB ABENDING'
002510         PERFORM 9900-ABEND-JOB
002511     END-IF.
002512     MOVE LI-KEY TO WS-LAST-LOT-KEY.
002513     IF LI-LOT-QTY = ZERO
002514         GO TO 2710-EXIT
002515     END-IF.
002516     MOVE LI-ITEM TO WS-SEARCH-ITEM-CODE.
002517     MOVE LI-WHSE TO WS-SEARCH-WHSE.
002518     PERFORM 7000-FIND-ITEM-BY-CODE THRU 7000-EXIT.
002519     IF NOT WS-SEARCH-FOUND
002520         DISPLAY 'ITMTXNAP - LOT ' LI-LOT-NO ' FOR ITEM '
002521             LI-ITEM ' WAREHOUSE ' LI-WHSE
002522             ' HAS NO ITEM TABLE ROW - DROPPED'
002523         ADD 1 TO WS-LOT-DROPPED-COUNT
002524         GO TO 2710-EXIT
002525     END-IF.
002526     IF WS-LOT-COUNT >= WS-LOT-TABLE-MAX
002527         DISPLAY 'ITMTXNAP - LOT VOLUME EXCEEDS TABLE '
002528             'MAXIMUM OF ' WS-LOT-TABLE-MAX ' - JOB ABENDING'
002529         PERFORM 9900-ABEND-JOB
002530     END-IF.
002531     ADD 1 TO WS-LOT-COUNT.
002532     MOVE LI-ITEM      TO WS-LOT-ITEM(WS-LOT-COUNT).
002533     MOVE LI-WHSE      TO WS-LOT-WHSE(WS-LOT-COUNT).
002534     MOVE LI-EXP-DATE  TO WS-LOT-EXP-DATE(WS-LOT-COUNT).
002535     MOVE LI-LOT-NO    TO WS-LOT-NO(WS-LOT-COUNT).
002536     MOVE LI-RECD-DATE TO WS-LOT-RECD-DATE(WS-LOT-COUNT).
002537     MOVE LI-LOT-QTY   TO WS-LOT-QTY(WS-LOT-COUNT).
002538 2710-EXIT.
002539     EXIT.
002482
002483*-----------------------------------------------------------
002484* 2600-LOAD-OPEN-ORDERS - READ ONE OPEN PURCHASE ORDER LINE
002485* INTO THE OPEN-ORDER TABLE
002486*-----------------------------------------------------------
002487 2600-LOAD-OPEN-ORDERS.
002488     READ OPEN-ORDER-IN-FILE
002489         AT END
002490             MOVE 'Y' TO WS-EOF-SWITCH
002491         NOT AT END
002492             ADD 1 TO WS-OO-READ-COUNT
002493             PERFORM 2610-LOAD-OPEN-ORDER-ENTRY THRU 2610-EXIT
002494     END-READ.
002495 2600-EXIT.
002496     EXIT.
002497
002498 2610-LOAD-OPEN-ORDER-ENTRY.
002499     IF OI-KEY < WS-LAST-OO-KEY
002500         DISPLAY 'ITMTXNAP - OPEN-ORDER FILE OUT OF ASCENDING '
002501             'SEQUENCE AT ITEM ' OI-KEY
002502         PERFORM 9900-ABEND-JOB
002503     END-IF.
002504     IF OI-ORDER-QTY NOT NUMERIC
002505       OR OI-RECD-QTY NOT NUMERIC
002506       OR OI-DUE-DATE NOT NUMERIC
002507         DISPLAY 'ITMTXNAP - NON-NUMERIC OPEN-ORDER FIELDS '
002508             'FOR ITEM ' OI-ITEM-CODE ' - JOB ABENDING'
002509         PERFORM 9900-ABEND-JOB
002510     END-IF.
002511     IF WS-OO-COUNT >= WS-OO-TABLE-MAX
002512         DISPLAY 'ITMTXNAP - OPEN-ORDER VOLUME EXCEEDS TABLE '
002513             'MAXIMUM OF ' WS-OO-TABLE-MAX ' - JOB ABENDING'
002514         PERFORM 9900-ABEND-JOB
002515     END-IF.
002516     MOVE OI-KEY TO WS-LAST-OO-KEY.
002517     ADD 1 TO WS-OO-COUNT.
002518     MOVE OI-ITEM-CODE TO WS-OO-ITEM(WS-OO-COUNT).
002519     MOVE OI-WHSE      TO WS-OO-WHSE(WS-OO-COUNT).
002520     MOVE OI-ORDER-NO  TO WS-OO-ORDER-NO(WS-OO-COUNT).
002521     MOVE OI-ORDER-QTY TO WS-OO-ORDER-QTY(WS-OO-COUNT).
002522     MOVE OI-DUE-DATE  TO WS-OO-DUE-DATE(WS-OO-COUNT).
002523     MOVE OI-RECD-QTY  TO WS-OO-RECD-QTY(WS-OO-COUNT).
002524     MOVE OI-VENDOR-NO TO WS-OO-VENDOR(WS-OO-COUNT).
002525 2610-EXIT.
002526     EXIT.
002527
002528*-----------------------------------------------------------
002460* 3000-APPLY-TRANSACTIONS - READ AND APPLY ONE TRANSACTION
002470*-----------------------------------------------------------
002480 3000-APPLY-TRANSACTIONS.
002500         AT END
002510             MOVE 'Y' TO WS-EOF-SWITCH
002520         NOT AT END
002540             PERFORM 3050-ROUTE-TXN-RECORD THRU 3050-EXIT
002550     END-READ.
002560 3000-EXIT.
002570     EXIT.
002571
002572*-----------------------------------------------------------
002573* 3050-ROUTE-TXN-RECORD - FOLLOW THE BATCH HEADERS AND
002574* TRAILERS EXACTLY AS THE PROVING PASS DID SO EACH DETAIL
002575* POSTS ONLY WHEN ITS BATCH WAS ACCEPTED
002576*-----------------------------------------------------------
002577 3050-ROUTE-TXN-RECORD.
002578     IF TX-BATCH-HEADER
002579         ADD 1 TO WS-CONTROL-READ-COUNT
002580         ADD 1 TO WS-CUR-BATCH-SUB
002581         MOVE 'Y' TO WS-IN-BATCH-SWITCH
002582         GO TO 3050-EXIT
002583     END-IF.
002584     IF TX-BATCH-TRAILER
002585         ADD 1 TO WS-CONTROL-READ-COUNT
002586         MOVE 'N' TO WS-IN-BATCH-SWITCH
002587         GO TO 3050-EXIT
002588     END-IF.
002589     ADD 1 TO WS-TXN-READ-COUNT.
002590     MOVE SPACES TO WS-REJECT-REASON.
002591     IF NOT WS-IN-BATCH
002592         MOVE 'TXN NOT IN A CONTROLLED BATCH'
002593             TO WS-REJECT-REASON
002594         PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
002595         GO TO 3050-EXIT
002596     END-IF.
002597     IF NOT WS-BAT-ACCEPTED(WS-CUR-BATCH-SUB)
002598         MOVE WS-BAT-REASON(WS-CUR-BATCH-SUB)
002599             TO WS-REJECT-REASON
002600         PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
002601         GO TO 3050-EXIT
002602     END-IF.
002603     PERFORM 3100-PROCESS-TRANSACTION THRU 3100-EXIT.
002604 3050-EXIT.
002605     EXIT.
002606
002590 3100-PROCESS-TRANSACTION.
002600     MOVE SPACES TO WS-REJECT-REASON.
002610     IF TX-QTY-RAW NOT NUMERIC
002810         PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
002820         GO TO 3100-EXIT
002830     END-IF.
002831     IF TX-RECEIPT
002832         PERFORM 3900-MATCH-RECEIPT-TO-ORDER THRU 3900-EXIT
002833         IF WS-REJECT-REASON NOT = SPACES
002834             GO TO 3100-EXIT
002835         END-IF
002836     END-IF.
002840     PERFORM 3300-APPLY-TO-TABLE-ENTRY THRU 3300-EXIT.
002850 3100-EXIT.
002860     EXIT.
002910     MOVE TX-TXN-TYPE      TO RJ-TXN-TYPE.
002920     MOVE TX-QTY-RAW       TO RJ-QTY-VALUE.
002930     MOVE WS-REJECT-REASON TO RJ-REASON.
002931     IF WS-IN-BATCH
002932         MOVE WS-BAT-NO(WS-CUR-BATCH-SUB) TO RJ-BATCH-NO
002933     ELSE
002934         MOVE SPACES TO RJ-BATCH-NO
002935     END-IF.
002936     IF TX-RECEIPT
002937         MOVE TX-PO-NUMBER TO RJ-PO-NUMBER
002938     ELSE
002939         MOVE SPACES       TO RJ-PO-NUMBER
002940     END-IF.
002940     WRITE TXN-REJECT-RPT-RECORD.
002950     ADD 1 TO WS-TXN-REJECT-COUNT.
002960 3200-EXIT.
003070             GO TO 3300-EXIT
003080         END-IF
003090         MOVE WS-NEW-QTY TO WS-QTY(WS-TAB-IDX)
003091         PERFORM 3950-RECORD-RECEIPT THRU 3950-EXIT
003092         IF TX-LOT-NO NOT = SPACES
003093             PERFORM 6500-RECEIVE-LOT THRU 6500-EXIT
003094         END-IF
003100     END-IF.
003110     IF TX-ISSUE
003120         IF WS-TXN-QTY > WS-QTY(WS-TAB-IDX)
003121             SUBTRACT WS-QTY(WS-TAB-IDX) FROM WS-TXN-QTY
003122                 GIVING WS-BO-SHORT-QTY
003123             PERFORM 3700-RECORD-BACKORDER THRU 3700-EXIT
003124             IF NOT WS-BO-RECORDED
003130                 MOVE 'BACKORDER TABLE FULL'
003140                     TO WS-REJECT-REASON
003150                 PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
003160                 GO TO 3300-EXIT
003161             END-IF
003162             MOVE WS-QTY(WS-TAB-IDX) TO WS-TXN-QTY
003170         END-IF
003180         SUBTRACT WS-TXN-QTY FROM WS-QTY(WS-TAB-IDX)
003181         MOVE TX-ITEM-CODE   TO WS-LOT-FIND-ITEM
003182         MOVE WS-SEARCH-WHSE TO WS-LOT-FIND-WHSE
003183         MOVE WS-TXN-QTY     TO WS-LOT-TAKE-QTY
003184         MOVE 'N'            TO WS-LOT-CAPTURE-SWITCH
003185         PERFORM 6200-USE-ROW-LOTS THRU 6200-EXIT
003190     END-IF.
003200     IF TX-ADJUSTMENT
003210         MOVE WS-TXN-QTY TO WS-QTY(WS-TAB-IDX)
003211         PERFORM 6400-ADJUST-ROW-LOTS THRU 6400-EXIT
003220     END-IF.
003230     ADD 1 TO WS-TXN-APPLIED-COUNT.
003231     IF TX-ISSUE AND WS-TXN-QTY = ZERO
003232         GO TO 3300-EXIT
003233     END-IF.
003234     MOVE WS-SEARCH-WHSE     TO WS-JRN-WHSE.
003235     MOVE WS-BEFORE-QTY      TO WS-JRN-BEFORE.
003236     MOVE WS-QTY(WS-TAB-IDX) TO WS-JRN-AFTER.
003237     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
003238     IF TX-RECEIPT
003239         SET WS-FILL-ROW-SUB TO WS-TAB-IDX
003240         MOVE WS-SEARCH-WHSE TO WS-FILL-WHSE
003241         PERFORM 3800-FILL-BACKORDERS THRU 3800-EXIT
003242     END-IF.
003243 3300-EXIT.
003250     EXIT.
003260
003261*-----------------------------------------------------------
003262* 3400-PROCESS-TRANSFER - EDIT THE FULL TRANSFER PAIR FIRST,
003263* THEN POST BOTH SIDES, SO A REJECT LEAVES THE TABLE EXACTLY
003264* AS IT WAS. A TRANSFER BETWEEN AN EXISTING TARGET ROW AND
003264* A SOURCE ROW OF DIFFERENT LOT STATUS IS REJECTED, SO THE
003264* LOTS OF BOTH ROWS STILL ADD UP TO THEIR QUANTITIES.
003265*-----------------------------------------------------------
003266 3400-PROCESS-TRANSFER.
003267     IF TX-WHSE = SPACES
003298         PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
003299         GO TO 3400-EXIT
003300     END-IF.
003301     MOVE TX-ITEM-CODE      TO WS-LOT-FIND-ITEM.
003302     MOVE WS-XFER-FROM-WHSE TO WS-LOT-FIND-WHSE.
003303     PERFORM 6000-FIND-ROW-LOTS THRU 6000-EXIT.
003304     IF WS-LOT-ROW-LOTS > WS-XL-TABLE-MAX
003305         MOVE 'TOO MANY LOTS TO TRANSFER' TO WS-REJECT-REASON
003306         PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
003307         GO TO 3400-EXIT
003308     END-IF.
003309     ADD WS-LOT-COUNT WS-LOT-ROW-LOTS GIVING WS-LOT-NEED-COUNT.
003310     IF WS-LOT-ROW-LOTS > ZERO
003311       AND WS-LOT-NEED-COUNT > WS-LOT-TABLE-MAX
003312         MOVE 'LOT TABLE FULL' TO WS-REJECT-REASON
003313         PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
003314         GO TO 3400-EXIT
003315     END-IF.
003316     MOVE WS-LOT-ROW-LOTS TO WS-SRC-ROW-LOTS.
003301     MOVE 'N' TO WS-TGT-FOUND-SWITCH.
003302     MOVE WS-XFER-TO-WHSE TO WS-SEARCH-WHSE.
003303     PERFORM 7000-FIND-ITEM-BY-CODE THRU 7000-EXIT.
003320             GO TO 3400-EXIT
003321         END-IF
003322     END-IF.
003380     IF WS-TGT-FOUND
003381         MOVE TX-ITEM-CODE    TO WS-LOT-FIND-ITEM
003382         MOVE WS-XFER-TO-WHSE TO WS-LOT-FIND-WHSE
003383         PERFORM 6000-FIND-ROW-LOTS THRU 6000-EXIT
003384         IF (WS-SRC-ROW-LOTS > ZERO
003385               AND WS-LOT-ROW-LOTS = ZERO
003386               AND WS-QTY(WS-TGT-SUB) > ZERO)
003387           OR (WS-SRC-ROW-LOTS = ZERO
003388               AND WS-LOT-ROW-LOTS > ZERO)
003389             MOVE 'LOT STATUS DIFFERS FROM TARGET'
003390                 TO WS-REJECT-REASON
003391             PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT
003392             GO TO 3400-EXIT
003393         END-IF
003394     END-IF.
003323     MOVE WS-QTY(WS-SRC-SUB) TO WS-BEFORE-QTY.
003324     SUBTRACT WS-TXN-QTY FROM WS-QTY(WS-SRC-SUB).
003325     MOVE TX-ITEM-CODE      TO WS-LOT-FIND-ITEM.
003326     MOVE WS-XFER-FROM-WHSE TO WS-LOT-FIND-WHSE.
003327     MOVE WS-TXN-QTY        TO WS-LOT-TAKE-QTY.
003328     MOVE 'Y'               TO WS-LOT-CAPTURE-SWITCH.
003329     PERFORM 6200-USE-ROW-LOTS THRU 6200-EXIT.
003325     MOVE WS-XFER-FROM-WHSE  TO WS-JRN-WHSE.
003326     MOVE WS-BEFORE-QTY      TO WS-JRN-BEFORE.
003327     MOVE WS-QTY(WS-SRC-SUB) TO WS-JRN-AFTER.
003335         MOVE ZERO               TO WS-JRN-BEFORE
003336         MOVE WS-TXN-QTY         TO WS-JRN-AFTER
003337     END-IF.
003337     PERFORM 6300-ADD-TRANSFER-LOTS THRU 6300-EXIT.
003338     MOVE WS-XFER-TO-WHSE TO WS-JRN-WHSE.
003339     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
003340     ADD 1 TO WS-TXN-APPLIED-COUNT.
003341     ADD 1 TO WS-XFER-APPLIED-COUNT.
003342     IF WS-TGT-FOUND
003343         MOVE WS-TGT-SUB TO WS-FILL-ROW-SUB
003344     ELSE
003345         MOVE WS-INS-SUB TO WS-FILL-ROW-SUB
003346     END-IF.
003347     MOVE WS-XFER-TO-WHSE TO WS-FILL-WHSE.
003348     PERFORM 3800-FILL-BACKORDERS THRU 3800-EXIT.
003331 3400-EXIT.
003332     EXIT.
003333
003388     MOVE WS-JRN-BEFORE TO HJ-BEFORE-QTY.
003389     MOVE WS-JRN-AFTER  TO HJ-AFTER-QTY.
003390     MOVE WS-RUN-DATE   TO HJ-RUN-DATE.
003391     IF TX-RECEIPT
003392       AND TX-UNIT-PRICE-RAW NUMERIC
003393         MOVE TX-UNIT-PRICE TO HJ-UNIT-PRICE
003394     ELSE
003395         MOVE ZERO TO HJ-UNIT-PRICE
003396     END-IF.
003397     WRITE TXN-HISTORY-RECORD.
003392     ADD 1 TO WS-JOURNAL-COUNT.
003393 3600-EXIT.
003394     EXIT.
003395
003396*-----------------------------------------------------------
003397* 3700-RECORD-BACKORDER - CARRY THE UNFILLED PART OF AN
003398* ISSUE ON THE BACKORDER TABLE UNDER TODAY'S DATE. A SECOND
003399* SHORT ISSUE FOR THE SAME ROW TODAY ADDS TO THE SAME ENTRY.
003400*-----------------------------------------------------------
003401 3700-RECORD-BACKORDER.
003402     MOVE 'N'            TO WS-BO-RECORDED-SWITCH.
003403     MOVE TX-ITEM-CODE   TO WS-BO-NEW-ITEM.
003404     MOVE WS-SEARCH-WHSE TO WS-BO-NEW-WHSE.
003405     MOVE WS-RUN-DATE    TO WS-BO-NEW-DATE.
003406     MOVE 'N' TO WS-BO-SCAN-SWITCH.
003407     MOVE 'N' TO WS-BO-MATCH-SWITCH.
003408     MOVE 1   TO WS-BO-INS-SUB.
003409     PERFORM 3710-SCAN-BACKORDER-SLOT THRU 3710-EXIT
003410         UNTIL WS-BO-SCAN-DONE
003411            OR WS-BO-INS-SUB > WS-BO-COUNT.
003412     IF WS-BO-MATCHED
003413         ADD WS-BO-SHORT-QTY TO WS-BO-OPEN(WS-BO-INS-SUB)
003414         ADD WS-BO-SHORT-QTY TO WS-BO-ORIGINAL(WS-BO-INS-SUB)
003415     ELSE
003416         IF WS-BO-COUNT >= WS-BO-TABLE-MAX
003417             GO TO 3700-EXIT
003418         END-IF
003419         ADD 1 TO WS-BO-COUNT
003420         MOVE WS-BO-COUNT TO WS-BO-SHIFT-SUB
003421         PERFORM 3720-SHIFT-ONE-BACKORDER THRU 3720-EXIT
003422             UNTIL WS-BO-SHIFT-SUB NOT > WS-BO-INS-SUB
003423         MOVE WS-BO-NEW-KEY   TO WS-BO-KEY(WS-BO-INS-SUB)
003424         MOVE WS-BO-SHORT-QTY TO WS-BO-OPEN(WS-BO-INS-SUB)
003425         MOVE WS-BO-SHORT-QTY TO WS-BO-ORIGINAL(WS-BO-INS-SUB)
003426         MOVE ZERO            TO WS-BO-LAST-FILL(WS-BO-INS-SUB)
003427     END-IF.
003428     MOVE 'Y' TO WS-BO-RECORDED-SWITCH.
003429     ADD 1 TO WS-BO-CREATED-COUNT.
003430     ADD WS-BO-SHORT-QTY TO WS-BO-SHORT-TOTAL.
003431 3700-EXIT.
003432     EXIT.
003433
003434 3710-SCAN-BACKORDER-SLOT.
003435     IF WS-BO-KEY(WS-BO-INS-SUB) = WS-BO-NEW-KEY
003436         MOVE 'Y' TO WS-BO-MATCH-SWITCH
003437         MOVE 'Y' TO WS-BO-SCAN-SWITCH
003438         GO TO 3710-EXIT
003439     END-IF.
003440     IF WS-BO-KEY(WS-BO-INS-SUB) > WS-BO-NEW-KEY
003441         MOVE 'Y' TO WS-BO-SCAN-SWITCH
003442     ELSE
003443         ADD 1 TO WS-BO-INS-SUB
003444     END-IF.
003445 3710-EXIT.
003446     EXIT.
003447
003448 3720-SHIFT-ONE-BACKORDER.
003449     SUBTRACT 1 FROM WS-BO-SHIFT-SUB GIVING WS-BO-PREV-SUB.
003450     MOVE WS-BO-ENTRY(WS-BO-PREV-SUB)
003451         TO WS-BO-ENTRY(WS-BO-SHIFT-SUB).
003452     MOVE WS-BO-PREV-SUB TO WS-BO-SHIFT-SUB.
003453 3720-EXIT.
003454     EXIT.
003455
003456*-----------------------------------------------------------
003457* 3800-FILL-BACKORDERS - STOCK JUST RECEIVED OR TRANSFERRED
003458* INTO A ROW GOES TO THAT ROW'S OPEN BACKORDERS, OLDEST
003459* FIRST, UNTIL THE BACKORDERS OR THE ON-HAND RUN OUT
003460*-----------------------------------------------------------
003461 3800-FILL-BACKORDERS.
003462     IF WS-BO-COUNT = ZERO
003463         GO TO 3800-EXIT
003464     END-IF.
003465     PERFORM 3810-FILL-ONE-BACKORDER THRU 3810-EXIT
003466         VARYING WS-BO-SUB FROM 1 BY 1
003467         UNTIL WS-BO-SUB > WS-BO-COUNT
003468            OR WS-QTY(WS-FILL-ROW-SUB) = ZERO.
003469 3800-EXIT.
003470     EXIT.
003471
003472 3810-FILL-ONE-BACKORDER.
003473     IF WS-BO-ITEM(WS-BO-SUB) NOT = TX-ITEM-CODE
003474       OR WS-BO-WHSE(WS-BO-SUB) NOT = WS-FILL-WHSE
003475       OR WS-BO-OPEN(WS-BO-SUB) = ZERO
003476         GO TO 3810-EXIT
003477     END-IF.
003478     IF WS-BO-OPEN(WS-BO-SUB) > WS-QTY(WS-FILL-ROW-SUB)
003479         MOVE WS-QTY(WS-FILL-ROW-SUB) TO WS-BO-FILL-QTY
003480     ELSE
003481         MOVE WS-BO-OPEN(WS-BO-SUB)   TO WS-BO-FILL-QTY
003482     END-IF.
003483     MOVE WS-QTY(WS-FILL-ROW-SUB) TO WS-JRN-BEFORE.
003484     SUBTRACT WS-BO-FILL-QTY FROM WS-QTY(WS-FILL-ROW-SUB).
003485     MOVE TX-ITEM-CODE   TO WS-LOT-FIND-ITEM.
003486     MOVE WS-FILL-WHSE   TO WS-LOT-FIND-WHSE.
003487     MOVE WS-BO-FILL-QTY TO WS-LOT-TAKE-QTY.
003488     MOVE 'N'            TO WS-LOT-CAPTURE-SWITCH.
003489     PERFORM 6200-USE-ROW-LOTS THRU 6200-EXIT.
003485     MOVE WS-QTY(WS-FILL-ROW-SUB) TO WS-JRN-AFTER.
003486     MOVE WS-FILL-WHSE            TO WS-JRN-WHSE.
003487     SUBTRACT WS-BO-FILL-QTY FROM WS-BO-OPEN(WS-BO-SUB).
003488     MOVE WS-RUN-DATE TO WS-BO-LAST-FILL(WS-BO-SUB).
003489     PERFORM 3850-WRITE-FILL-JOURNAL THRU 3850-EXIT.
003490     ADD 1 TO WS-BO-FILL-COUNT.
003491     ADD WS-BO-FILL-QTY TO WS-BO-FILLED-TOTAL.
003492     IF WS-BO-OPEN(WS-BO-SUB) = ZERO
003493         ADD 1 TO WS-BO-CLOSED-COUNT
003494     END-IF.
003495 3810-EXIT.
003496     EXIT.
003497
003498*-----------------------------------------------------------
003499* 3850-WRITE-FILL-JOURNAL - A BACKORDER FILL IS THE DEFERRED
003500* ISSUE GOING OUT, SO IT IS JOURNALED AS AN ISSUE
003501*-----------------------------------------------------------
003502 3850-WRITE-FILL-JOURNAL.
003503     MOVE SPACES         TO TXN-HISTORY-RECORD.
003504     MOVE TX-ITEM-CODE   TO HJ-ITEM-CODE.
003505     MOVE WS-JRN-WHSE    TO HJ-WHSE.
003506     MOVE 'I'            TO HJ-TXN-TYPE.
003507     MOVE WS-BO-FILL-QTY TO HJ-QTY.
003508     MOVE WS-JRN-BEFORE  TO HJ-BEFORE-QTY.
003509     MOVE WS-JRN-AFTER   TO HJ-AFTER-QTY.
003510     MOVE WS-RUN-DATE    TO HJ-RUN-DATE.
003511     MOVE ZERO           TO HJ-UNIT-PRICE.
003512     WRITE TXN-HISTORY-RECORD.
003513     ADD 1 TO WS-JOURNAL-COUNT.
003513 3850-EXIT.
003514     EXIT.
003515
003516*-----------------------------------------------------------
003517* 3900-MATCH-RECEIPT-TO-ORDER - A RECEIPT MUST NAME AN OPEN
003518* PURCHASE ORDER LINE FOR ITS ITEM AND WAREHOUSE AND STAY
003519* WITHIN THE RECEIPT TOLERANCE. ANYTHING ELSE IS A
003520* RECEIVING EXCEPTION AND DOES NOT POST. SO IS A UNIT
003521* PRICE THAT IS PRESENT BUT NOT NUMERIC, A LOT WITH NO
003522* VALID EXPIRATION DATE, AN EXPIRATION DATE WITH NO LOT
003523* NUMBER, A RECEIPT WITH NO LOT NUMBER INTO A ROW THAT
003524* CARRIES LOTS, AND A RECEIPT WITH A LOT NUMBER INTO A ROW
003524* WHOSE ON-HAND CARRIES NO LOTS.
003521*-----------------------------------------------------------
003522 3900-MATCH-RECEIPT-TO-ORDER.
003523     MOVE ZERO TO WS-OO-MATCH-SUB.
003524     MOVE ZERO TO WS-OO-SEEN-SUB.
003525     MOVE ZERO TO WS-RCV-ALLOWED-QTY.
003526     MOVE 'N'  TO WS-OO-LINE-SWITCH.
003527     IF TX-PO-NUMBER = SPACES
003528         MOVE 'RECEIPT HAS NO PO NUMBER' TO WS-REJECT-REASON
003529         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003530         GO TO 3900-EXIT
003531     END-IF.
003532     IF TX-UNIT-PRICE-RAW NOT = SPACES
003533       AND TX-UNIT-PRICE-RAW NOT NUMERIC
003534         MOVE 'NON-NUMERIC UNIT PRICE' TO WS-REJECT-REASON
003535         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003536         GO TO 3900-EXIT
003537     END-IF.
003538     IF TX-LOT-NO NOT = SPACES
003539       AND (TX-EXP-DATE-RAW NOT NUMERIC
003540         OR TX-EXP-DATE-RAW = ZEROS)
003541         MOVE 'INVALID LOT EXPIRATION DATE' TO WS-REJECT-REASON
003542         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003543         GO TO 3900-EXIT
003544     END-IF.
003545     IF TX-LOT-NO NOT = SPACES
003546       AND WS-LOT-COUNT >= WS-LOT-TABLE-MAX
003547         MOVE 'LOT TABLE FULL' TO WS-REJECT-REASON
003548         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003549         GO TO 3900-EXIT
003550     END-IF.
003551     IF TX-LOT-NO NOT = SPACES
003552         MOVE TX-ITEM-CODE   TO WS-LOT-FIND-ITEM
003553         MOVE WS-SEARCH-WHSE TO WS-LOT-FIND-WHSE
003554         PERFORM 6000-FIND-ROW-LOTS THRU 6000-EXIT
003555         IF WS-LOT-ROW-LOTS = ZERO
003556           AND WS-QTY(WS-TAB-IDX) > ZERO
003557             MOVE 'ROW ON HAND HAS NO LOTS' TO WS-REJECT-REASON
003558             PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003559             GO TO 3900-EXIT
003560         END-IF
003561     END-IF.
003562     IF TX-LOT-NO = SPACES
003563       AND TX-EXP-DATE-RAW NOT = SPACES
003564         MOVE 'EXPIRATION DATE WITHOUT LOT' TO WS-REJECT-REASON
003565         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003566         GO TO 3900-EXIT
003567     END-IF.
003568     IF TX-LOT-NO = SPACES
003569         MOVE TX-ITEM-CODE   TO WS-LOT-FIND-ITEM
003570         MOVE WS-SEARCH-WHSE TO WS-LOT-FIND-WHSE
003571         PERFORM 6000-FIND-ROW-LOTS THRU 6000-EXIT
003572         IF WS-LOT-ROW-LOTS > ZERO
003573             MOVE 'LOT NUMBER REQUIRED' TO WS-REJECT-REASON
003574             PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003575             GO TO 3900-EXIT
003576         END-IF
003577     END-IF.
003532     PERFORM 3910-SCAN-ORDER-LINE THRU 3910-EXIT
003533         VARYING WS-OO-SUB FROM 1 BY 1
003534         UNTIL WS-OO-SUB > WS-OO-COUNT
003535            OR WS-OO-MATCH-SUB > ZERO.
003536     IF WS-OO-MATCH-SUB = ZERO
003537         IF WS-OO-LINE-SEEN
003538             MOVE 'PO LINE ALREADY FULLY RECEIVED'
003539                 TO WS-REJECT-REASON
003540         ELSE
003541             MOVE 'PO LINE NOT ON OPEN ORDERS'
003542                 TO WS-REJECT-REASON
003543         END-IF
003544         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003545         GO TO 3900-EXIT
003546     END-IF.
003547     MULTIPLY WS-OO-ORDER-QTY(WS-OO-MATCH-SUB) BY WS-TOLERANCE-PCT
003548         GIVING WS-RCV-ALLOWED-QTY.
003549     DIVIDE WS-RCV-ALLOWED-QTY BY 100
003550         GIVING WS-RCV-ALLOWED-QTY.
003551     ADD WS-OO-ORDER-QTY(WS-OO-MATCH-SUB) TO WS-RCV-ALLOWED-QTY.
003552     ADD WS-OO-RECD-QTY(WS-OO-MATCH-SUB) WS-TXN-QTY
003553         GIVING WS-RCV-NEW-RECD.
003554     IF WS-RCV-NEW-RECD > WS-RCV-ALLOWED-QTY
003555         MOVE 'RECEIPT OVER PO TOLERANCE' TO WS-REJECT-REASON
003556         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003557         GO TO 3900-EXIT
003558     END-IF.
003559     IF WS-RCV-COUNT >= WS-RCV-TABLE-MAX
003560         MOVE 'RECEIVING LOG TABLE FULL' TO WS-REJECT-REASON
003561         PERFORM 3960-WRITE-RCV-EXCEPTION THRU 3960-EXIT
003562     END-IF.
003563 3900-EXIT.
003564     EXIT.
003565
003566 3910-SCAN-ORDER-LINE.
003567     IF WS-OO-ITEM(WS-OO-SUB) NOT = TX-ITEM-CODE
003568       OR WS-OO-WHSE(WS-OO-SUB) NOT = WS-SEARCH-WHSE
003569       OR WS-OO-ORDER-NO(WS-OO-SUB) NOT = TX-PO-NUMBER
003570         GO TO 3910-EXIT
003571     END-IF.
003572     MOVE 'Y' TO WS-OO-LINE-SWITCH.
003573     MOVE WS-OO-SUB TO WS-OO-SEEN-SUB.
003574     IF WS-OO-RECD-QTY(WS-OO-SUB) < WS-OO-ORDER-QTY(WS-OO-SUB)
003575         MOVE WS-OO-SUB TO WS-OO-MATCH-SUB
003576     END-IF.
003577 3910-EXIT.
003578     EXIT.
003579
003580*-----------------------------------------------------------
003581* 3950-RECORD-RECEIPT - THE RECEIPT HAS POSTED. ADD IT TO
003582* THE ORDER LINE AND KEEP IT FOR THE RECEIVING LOG.
003583*-----------------------------------------------------------
003584 3950-RECORD-RECEIPT.
003585     ADD WS-TXN-QTY TO WS-OO-RECD-QTY(WS-OO-MATCH-SUB).
003586     ADD 1 TO WS-RCV-COUNT.
003587     ADD WS-TXN-QTY TO WS-RCV-POSTED-TOTAL.
003588     MOVE WS-OO-VENDOR(WS-OO-MATCH-SUB)
003589         TO WS-RCV-VENDOR(WS-RCV-COUNT).
003590     MOVE TX-PO-NUMBER   TO WS-RCV-ORDER-NO(WS-RCV-COUNT).
003591     MOVE TX-ITEM-CODE   TO WS-RCV-ITEM(WS-RCV-COUNT).
003592     MOVE WS-SEARCH-WHSE TO WS-RCV-WHSE(WS-RCV-COUNT).
003593     MOVE WS-TXN-QTY     TO WS-RCV-QTY(WS-RCV-COUNT).
003594     MOVE WS-OO-ORDER-QTY(WS-OO-MATCH-SUB)
003595         TO WS-RCV-ORDER-QTY(WS-RCV-COUNT).
003596     MOVE WS-OO-RECD-QTY(WS-OO-MATCH-SUB)
003597         TO WS-RCV-RECD-TO-DATE(WS-RCV-COUNT).
003598     MOVE WS-BAT-NO(WS-CUR-BATCH-SUB)
003599         TO WS-RCV-BATCH-NO(WS-RCV-COUNT).
003600 3950-EXIT.
003601     EXIT.
003602
003603*-----------------------------------------------------------
003604* 3960-WRITE-RCV-EXCEPTION - REJECT THE RECEIPT AND LIST IT
003605* ON THE RECEIVING EXCEPTIONS REPORT
003606*-----------------------------------------------------------
003607 3960-WRITE-RCV-EXCEPTION.
003608     PERFORM 3200-WRITE-TXN-REJECT THRU 3200-EXIT.
003609     ADD 1 TO WS-RCV-EXCEPTION-COUNT.
003610     IF WS-RX-LINE-COUNT > 50
003611         PERFORM 4100-WRITE-RCV-EXCP-HEADINGS THRU 4100-EXIT
003612     END-IF.
003613     MOVE SPACES                      TO WS-RX-DETAIL-LINE.
003614     MOVE WS-BAT-NO(WS-CUR-BATCH-SUB) TO RX-D-BATCH-NO.
003615     MOVE TX-PO-NUMBER                TO RX-D-ORDER-NO.
003616     MOVE TX-ITEM-CODE                TO RX-D-ITEM.
003617     MOVE WS-SEARCH-WHSE              TO RX-D-WHSE.
003618     MOVE WS-TXN-QTY                  TO RX-D-QTY.
003619     IF WS-OO-SEEN-SUB > ZERO
003620         MOVE WS-OO-ORDER-QTY(WS-OO-SEEN-SUB) TO RX-D-ORDERED
003621         MOVE WS-OO-RECD-QTY(WS-OO-SEEN-SUB)  TO RX-D-RECD-TD
003622     ELSE
003623         MOVE ZERO TO RX-D-ORDERED
003624         MOVE ZERO TO RX-D-RECD-TD
003625     END-IF.
003626     MOVE WS-RCV-ALLOWED-QTY          TO RX-D-ALLOWED.
003627     MOVE WS-REJECT-REASON            TO RX-D-REASON.
003628     WRITE RCV-EXCEPTION-RPT-RECORD FROM WS-RX-DETAIL-LINE
003629         AFTER ADVANCING 1 LINE.
003630     ADD 1 TO WS-RX-LINE-COUNT.
003631 3960-EXIT.
003632     EXIT.
003633
003634*-----------------------------------------------------------
003635* 4100/4150 - RECEIVING EXCEPTIONS HEADINGS AND TOTALS
003636*-----------------------------------------------------------
003637 4100-WRITE-RCV-EXCP-HEADINGS.
003638     ADD 1 TO WS-RX-PAGE-COUNT.
003639     MOVE WS-RUN-DATE      TO RX-H-RUN-DATE.
003640     MOVE WS-RX-PAGE-COUNT TO RX-H-PAGE.
003641     WRITE RCV-EXCEPTION-RPT-RECORD FROM WS-RX-HEADING-1
003642         AFTER ADVANCING PAGE.
003643     WRITE RCV-EXCEPTION-RPT-RECORD FROM WS-RX-HEADING-2
003644         AFTER ADVANCING 2 LINES.
003645     MOVE 3 TO WS-RX-LINE-COUNT.
003646 4100-EXIT.
003647     EXIT.
003648
003649 4150-END-RCV-EXCEPTIONS.
003650     IF WS-RCV-EXCEPTION-COUNT = ZERO
003651         WRITE RCV-EXCEPTION-RPT-RECORD FROM WS-RX-NONE-LINE
003652             AFTER ADVANCING 2 LINES
003653     END-IF.
003654     MOVE WS-RCV-EXCEPTION-COUNT TO RX-T-COUNT.
003655     MOVE WS-TOLERANCE-PCT       TO RX-T-TOLERANCE.
003656     WRITE RCV-EXCEPTION-RPT-RECORD FROM WS-RX-TOTAL-LINE
003657         AFTER ADVANCING 2 LINES.
003658 4150-EXIT.
003659     EXIT.
003660
003661*-----------------------------------------------------------
003662* 4300-WRITE-RCV-LOG-HEADINGS - DAILY RECEIVING LOG
003663*-----------------------------------------------------------
003664 4300-WRITE-RCV-LOG-HEADINGS.
003665     ADD 1 TO WS-RL-PAGE-COUNT.
003666     MOVE WS-RUN-DATE      TO RL-H-RUN-DATE.
003667     MOVE WS-RL-PAGE-COUNT TO RL-H-PAGE.
003668     WRITE RCV-LOG-RPT-RECORD FROM WS-RL-HEADING-1
003669         AFTER ADVANCING PAGE.
003670     WRITE RCV-LOG-RPT-RECORD FROM WS-RL-HEADING-2
003671         AFTER ADVANCING 2 LINES.
003672     MOVE 3 TO WS-RL-LINE-COUNT.
003673 4300-EXIT.
003674     EXIT.
003675
003676*-----------------------------------------------------------
003380* 5000-WRITE-NEXT-MASTER - HEADER, UPDATED DETAILS, TRAILER
003390*-----------------------------------------------------------
003300 5000-WRITE-NEXT-MASTER.
003320     MOVE '1'         TO NM-HD-RECORD-TYPE.
003330     MOVE WS-RUN-DATE TO NM-HD-RUN-DATE.
003340     WRITE NM-DETAIL-RECORD.
003341     MOVE 1 TO WS-LOT-OUT-SUB.
003350     PERFORM 5100-WRITE-MASTER-DETAIL THRU 5100-EXIT
003360         VARYING WS-TAB-IDX FROM 1 BY 1
003370         UNTIL WS-TAB-IDX > WS-ITEM-COUNT.
003510     MOVE WS-ITEM-CATEGORY(WS-TAB-IDX) TO NM-ITEM-CATEGORY.
003520     MOVE WS-ITEM-DESC(WS-TAB-IDX)     TO NM-ITEM-DESC.
003530     WRITE NM-DETAIL-RECORD.
003531     PERFORM 5150-WRITE-ROW-LOTS THRU 5150-EXIT.
003540 5100-EXIT.
003550     EXIT.
003551
003552*-----------------------------------------------------------
003553* 5150-WRITE-ROW-LOTS - THE ROW'S LOTS STILL ON HAND FOLLOW
003554* IT AS TYPE 4 RECORDS. THE LOT TABLE IS IN THE SAME ITEM,
003555* WAREHOUSE ORDER AS THE ITEM TABLE, SO ONE CURSOR WALKS IT.
003556*-----------------------------------------------------------
003557 5150-WRITE-ROW-LOTS.
003558     MOVE WS-ITEM(WS-TAB-IDX) TO WS-LOT-FIND-ITEM.
003559     MOVE WS-WHSE(WS-TAB-IDX) TO WS-LOT-FIND-WHSE.
003560     MOVE 'N' TO WS-LOT-SCAN-SWITCH.
003561     PERFORM 5160-WRITE-ONE-LOT THRU 5160-EXIT
003562         UNTIL WS-LOT-SCAN-DONE
003563            OR WS-LOT-OUT-SUB > WS-LOT-COUNT.
003564 5150-EXIT.
003565     EXIT.
003566
003567 5160-WRITE-ONE-LOT.
003568     IF WS-LOT-ROW-KEY(WS-LOT-OUT-SUB) > WS-LOT-FIND-KEY
003569         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
003570         GO TO 5160-EXIT
003571     END-IF.
003572     IF WS-LOT-ROW-KEY(WS-LOT-OUT-SUB) = WS-LOT-FIND-KEY
003573       AND WS-LOT-QTY(WS-LOT-OUT-SUB) > ZERO
003574         MOVE SPACES             TO NM-DETAIL-RECORD
003575         MOVE '4'                TO NM-LT-RECORD-TYPE
003576         MOVE WS-LOT-ITEM(WS-LOT-OUT-SUB)      TO NM-LT-ITEM-CODE
003577         MOVE WS-LOT-WHSE(WS-LOT-OUT-SUB)      TO NM-LT-WAREHOUSE
003578         MOVE WS-LOT-NO(WS-LOT-OUT-SUB)        TO NM-LT-LOT-NO
003579         MOVE WS-LOT-RECD-DATE(WS-LOT-OUT-SUB) TO NM-LT-RECD-DATE
003580         MOVE WS-LOT-EXP-DATE(WS-LOT-OUT-SUB)  TO NM-LT-EXP-DATE
003581         MOVE WS-LOT-QTY(WS-LOT-OUT-SUB)       TO NM-LT-QTY
003582         WRITE NM-DETAIL-RECORD
003583         ADD 1 TO WS-LOT-WRITTEN-COUNT
003584     END-IF.
003585     ADD 1 TO WS-LOT-OUT-SUB.
003586 5160-EXIT.
003587     EXIT.
003551
003552*-----------------------------------------------------------
003553* 5200-WRITE-BACKORDERS - NEXT GENERATION OF THE BACKORDER
003554* FILE. FULLY FILLED BACKORDERS DROP OFF.
003555*-----------------------------------------------------------
003556 5200-WRITE-BACKORDERS.
003557     PERFORM 5210-WRITE-ONE-BACKORDER THRU 5210-EXIT
003558         VARYING WS-BO-SUB FROM 1 BY 1
003559         UNTIL WS-BO-SUB > WS-BO-COUNT.
003560 5200-EXIT.
003561     EXIT.
003562
003563 5210-WRITE-ONE-BACKORDER.
003564     IF WS-BO-OPEN(WS-BO-SUB) = ZERO
003565         GO TO 5210-EXIT
003566     END-IF.
003567     MOVE SPACES                      TO NEXT-BACKORDER-RECORD.
003568     MOVE WS-BO-ITEM(WS-BO-SUB)       TO NB-ITEM-CODE.
003569     MOVE WS-BO-WHSE(WS-BO-SUB)       TO NB-WHSE.
003570     MOVE WS-BO-DATE(WS-BO-SUB)       TO NB-BACKORDER-DATE.
003571     MOVE WS-BO-OPEN(WS-BO-SUB)       TO NB-OPEN-QTY.
003572     MOVE WS-BO-ORIGINAL(WS-BO-SUB)   TO NB-ORIGINAL-QTY.
003573     MOVE WS-BO-LAST-FILL(WS-BO-SUB)  TO NB-LAST-FILL-DATE.
003574     WRITE NEXT-BACKORDER-RECORD.
003575     ADD 1 TO WS-BO-WRITTEN-COUNT.
003576 5210-EXIT.
003577     EXIT.
003578
003579*-----------------------------------------------------------
003580* 5300-WRITE-OPEN-ORDERS - NEXT GENERATION OF THE OPEN-ORDER
003581* FILE. FULLY RECEIVED LINES DROP OFF.
003582*-----------------------------------------------------------
003583 5300-WRITE-OPEN-ORDERS.
003584     PERFORM 5310-WRITE-ONE-OPEN-ORDER THRU 5310-EXIT
003585         VARYING WS-OO-SUB FROM 1 BY 1
003586         UNTIL WS-OO-SUB > WS-OO-COUNT.
003587 5300-EXIT.
003588     EXIT.
003589
003590 5310-WRITE-ONE-OPEN-ORDER.
003591     IF WS-OO-RECD-QTY(WS-OO-SUB) NOT < WS-OO-ORDER-QTY(WS-OO-SUB)
003592         ADD 1 TO WS-OO-CLOSED-COUNT
003593         GO TO 5310-EXIT
003594     END-IF.
003595     MOVE SPACES                       TO NEXT-ORDER-RECORD.
003596     MOVE WS-OO-ITEM(WS-OO-SUB)        TO NO-ITEM-CODE.
003597     MOVE WS-OO-WHSE(WS-OO-SUB)        TO NO-WHSE.
003598     MOVE WS-OO-ORDER-NO(WS-OO-SUB)    TO NO-ORDER-NO.
003599     MOVE WS-OO-ORDER-QTY(WS-OO-SUB)   TO NO-ORDER-QTY.
003600     MOVE WS-OO-DUE-DATE(WS-OO-SUB)    TO NO-DUE-DATE.
003601     MOVE WS-OO-RECD-QTY(WS-OO-SUB)    TO NO-RECD-QTY.
003602     MOVE WS-OO-VENDOR(WS-OO-SUB)      TO NO-VENDOR-NO.
003603     WRITE NEXT-ORDER-RECORD.
003604     ADD 1 TO WS-OO-WRITTEN-COUNT.
003605 5310-EXIT.
003606     EXIT.
003607
003608*-----------------------------------------------------------
003580* 5500-UPDATE-BATCH-REGISTER - RECORD EVERY ACCEPTED BATCH
003581* ON THE POSTED-BATCH REGISTER ONCE THE NEXT-DAY MASTER IS
003582* WRITTEN, SO A RERUN OF THE SAME BATCH IS REFUSED
003583*-----------------------------------------------------------
003584 5500-UPDATE-BATCH-REGISTER.
003585     IF WS-BATCH-ACCEPTED-COUNT = ZERO
003586         GO TO 5500-EXIT
003587     END-IF.
003588     OPEN EXTEND BATCH-REGISTER-FILE.
003589     IF WS-BR-FILE-STATUS = '35'
003590         OPEN OUTPUT BATCH-REGISTER-FILE
003591     END-IF.
003592     IF WS-BR-FILE-STATUS NOT = '00'
003593         DISPLAY 'ITMTXNAP - UNABLE TO OPEN BATCH-REGISTER-'
003594             'FILE - STATUS ' WS-BR-FILE-STATUS
003595         PERFORM 9900-ABEND-JOB
003596     END-IF.
003597     MOVE 'Y' TO WS-BR-OPEN-SWITCH.
003598     PERFORM 5510-REGISTER-ONE-BATCH THRU 5510-EXIT
003599         VARYING WS-BAT-SUB FROM 1 BY 1
003600         UNTIL WS-BAT-SUB > WS-BATCH-COUNT.
003601     CLOSE BATCH-REGISTER-FILE.
003602     MOVE 'N' TO WS-BR-OPEN-SWITCH.
003603 5500-EXIT.
003604     EXIT.
003605
003606 5510-REGISTER-ONE-BATCH.
003607     IF NOT WS-BAT-ACCEPTED(WS-BAT-SUB)
003608         GO TO 5510-EXIT
003609     END-IF.
003610     MOVE SPACES                         TO BATCH-REGISTER-RECORD.
003611     MOVE WS-BAT-SOURCE(WS-BAT-SUB)      TO BR-SOURCE-SYSTEM.
003612     MOVE WS-BAT-NO(WS-BAT-SUB)          TO BR-BATCH-NO.
003613     MOVE WS-RUN-DATE                    TO BR-POSTED-DATE.
003614     MOVE WS-RUN-TIME                    TO BR-POSTED-TIME.
003615     MOVE WS-BAT-DETAIL-COUNT(WS-BAT-SUB) TO BR-RECORD-COUNT.
003616     MOVE WS-BAT-HASH-TOTAL(WS-BAT-SUB)  TO BR-HASH-TOTAL.
003617     WRITE BATCH-REGISTER-RECORD.
003618 5510-EXIT.
003619     EXIT.
003620
003621*-----------------------------------------------------------
003622* 5600-PRINT-RECEIVING-LOG - TODAY'S POSTED RECEIPTS IN
003623* VENDOR AND ORDER SEQUENCE WITH A TOTAL PER ORDER
003624*-----------------------------------------------------------
003625 5600-PRINT-RECEIVING-LOG.
003626     PERFORM 4300-WRITE-RCV-LOG-HEADINGS THRU 4300-EXIT.
003627     IF WS-RCV-COUNT = ZERO
003628         WRITE RCV-LOG-RPT-RECORD FROM WS-RL-NONE-LINE
003629             AFTER ADVANCING 2 LINES
003630     ELSE
003631         SORT RCV-SORT-FILE
003632             ASCENDING KEY RV-VENDOR-NO
003633                           RV-ORDER-NO
003634                           RV-ITEM-CODE
003635                           RV-WHSE
003636             WITH DUPLICATES IN ORDER
003637             INPUT PROCEDURE 5610-RELEASE-RECEIPTS
003638                 THRU 5610-EXIT
003639             OUTPUT PROCEDURE 5650-LIST-RECEIPTS
003640                 THRU 5650-EXIT
003641     END-IF.
003642     MOVE WS-RCV-COUNT        TO RL-T-COUNT.
003643     MOVE WS-RCV-POSTED-TOTAL TO RL-T-QTY.
003644     MOVE WS-OO-CLOSED-COUNT  TO RL-T-CLOSED.
003645     WRITE RCV-LOG-RPT-RECORD FROM WS-RL-TOTAL-LINE
003646         AFTER ADVANCING 2 LINES.
003647 5600-EXIT.
003648     EXIT.
003649
003650 5610-RELEASE-RECEIPTS.
003651     PERFORM 5620-RELEASE-ONE-RECEIPT THRU 5620-EXIT
003652         VARYING WS-RCV-SUB FROM 1 BY 1
003653         UNTIL WS-RCV-SUB > WS-RCV-COUNT.
003654 5610-EXIT.
003655     EXIT.
003656
003657 5620-RELEASE-ONE-RECEIPT.
003658     MOVE SPACES                            TO RCV-SORT-RECORD.
003659     MOVE WS-RCV-VENDOR(WS-RCV-SUB)         TO RV-VENDOR-NO.
003660     MOVE WS-RCV-ORDER-NO(WS-RCV-SUB)       TO RV-ORDER-NO.
003661     MOVE WS-RCV-ITEM(WS-RCV-SUB)           TO RV-ITEM-CODE.
003662     MOVE WS-RCV-WHSE(WS-RCV-SUB)           TO RV-WHSE.
003663     MOVE WS-RCV-QTY(WS-RCV-SUB)            TO RV-RECEIVED-QTY.
003664     MOVE WS-RCV-ORDER-QTY(WS-RCV-SUB)      TO RV-ORDER-QTY.
003665     MOVE WS-RCV-RECD-TO-DATE(WS-RCV-SUB)   TO RV-RECD-TO-DATE.
003666     MOVE WS-RCV-BATCH-NO(WS-RCV-SUB)       TO RV-BATCH-NO.
003667     RELEASE RCV-SORT-RECORD.
003668 5620-EXIT.
003669     EXIT.
003670
003671 5650-LIST-RECEIPTS.
003672     MOVE 'N' TO WS-SORT-EOF-SWITCH.
003673     PERFORM 5660-RETURN-RECEIPT THRU 5660-EXIT.
003674     PERFORM 5670-LIST-ONE-RECEIPT THRU 5670-EXIT
003675         UNTIL WS-SORT-EOF.
003676     PERFORM 5680-END-ORDER THRU 5680-EXIT.
003677 5650-EXIT.
003678     EXIT.
003679
003680 5660-RETURN-RECEIPT.
003681     RETURN RCV-SORT-FILE
003682         AT END
003683             MOVE 'Y' TO WS-SORT-EOF-SWITCH
003684     END-RETURN.
003685 5660-EXIT.
003686     EXIT.
003687
003688 5670-LIST-ONE-RECEIPT.
003689     IF RV-VENDOR-NO NOT = WS-RL-CURR-VENDOR
003690       OR RV-ORDER-NO NOT = WS-RL-CURR-ORDER
003691         IF WS-RL-ORDER-LINES > ZERO
003692             PERFORM 5680-END-ORDER THRU 5680-EXIT
003693         END-IF
003694         MOVE RV-VENDOR-NO TO WS-RL-CURR-VENDOR
003695         MOVE RV-ORDER-NO  TO WS-RL-CURR-ORDER
003696         MOVE ZERO TO WS-RL-ORDER-LINES
003697         MOVE ZERO TO WS-RL-ORDER-QTY
003698     END-IF.
003699     IF WS-RL-LINE-COUNT > 50
003700         PERFORM 4300-WRITE-RCV-LOG-HEADINGS THRU 4300-EXIT
003701     END-IF.
003702     MOVE SPACES          TO WS-RL-DETAIL-LINE.
003703     MOVE RV-VENDOR-NO    TO RL-D-VENDOR.
003704     MOVE RV-ORDER-NO     TO RL-D-ORDER-NO.
003705     MOVE RV-ITEM-CODE    TO RL-D-ITEM.
003706     MOVE RV-WHSE         TO RL-D-WHSE.
003707     MOVE RV-RECEIVED-QTY TO RL-D-RECEIVED.
003708     MOVE RV-ORDER-QTY    TO RL-D-ORDERED.
003709     MOVE RV-RECD-TO-DATE TO RL-D-RECD-TD.
003710     IF RV-RECD-TO-DATE < RV-ORDER-QTY
003711         SUBTRACT RV-RECD-TO-DATE FROM RV-ORDER-QTY
003712             GIVING WS-RL-OPEN-QTY
003713         MOVE 'PARTIAL' TO RL-D-STATUS
003714     ELSE
003715         MOVE ZERO TO WS-RL-OPEN-QTY
003716         IF RV-RECD-TO-DATE = RV-ORDER-QTY
003717             MOVE 'COMPLETE' TO RL-D-STATUS
003718         ELSE
003719             MOVE 'OVER' TO RL-D-STATUS
003720         END-IF
003721     END-IF.
003722     MOVE WS-RL-OPEN-QTY  TO RL-D-OPEN.
003723     MOVE RV-BATCH-NO     TO RL-D-BATCH-NO.
003724     WRITE RCV-LOG-RPT-RECORD FROM WS-RL-DETAIL-LINE
003725         AFTER ADVANCING 1 LINE.
003726     ADD 1 TO WS-RL-LINE-COUNT.
003727     ADD 1 TO WS-RL-ORDER-LINES.
003728     ADD RV-RECEIVED-QTY TO WS-RL-ORDER-QTY.
003729     PERFORM 5660-RETURN-RECEIPT THRU 5660-EXIT.
003730 5670-EXIT.
003731     EXIT.
003732
003733 5680-END-ORDER.
003734     MOVE WS-RL-CURR-ORDER  TO RL-O-ORDER-NO.
003735     MOVE WS-RL-ORDER-LINES TO RL-O-LINES.
003736     MOVE WS-RL-ORDER-QTY   TO RL-O-QTY.
003737     WRITE RCV-LOG-RPT-RECORD FROM WS-RL-ORDER-TOTAL-LINE
003738         AFTER ADVANCING 1 LINE.
003739     ADD 2 TO WS-RL-LINE-COUNT.
003740     MOVE SPACES TO RCV-LOG-RPT-RECORD.
003741     WRITE RCV-LOG-RPT-RECORD AFTER ADVANCING 1 LINE.
003742 5680-EXIT.
003743     EXIT.
003744
003745*-----------------------------------------------------------
003746* 6000-FIND-ROW-LOTS - LOCATE THE LOTS OF THE ROW IN
003747* WS-LOT-FIND-KEY. WS-LOT-FIRST-SUB IS THE ROW'S FIRST LOT
003748* (OR WHERE IT WOULD GO), WS-LOT-ROW-LOTS COUNTS THE LOTS
003749* STILL ON HAND, AND WS-LOT-LAST-SUB IS THE LATEST-EXPIRING
003750* OF THEM (ZERO WHEN THE ROW HAS NONE).
003751*-----------------------------------------------------------
003752 6000-FIND-ROW-LOTS.
003753     MOVE ZERO TO WS-LOT-ROW-LOTS.
003754     MOVE ZERO TO WS-LOT-LAST-SUB.
003755     MOVE 1    TO WS-LOT-FIRST-SUB.
003756     MOVE 'N'  TO WS-LOT-SCAN-SWITCH.
003757     PERFORM 6010-SCAN-ROW-START THRU 6010-EXIT
003758         UNTIL WS-LOT-SCAN-DONE
003759            OR WS-LOT-FIRST-SUB > WS-LOT-COUNT.
003760     MOVE WS-LOT-FIRST-SUB TO WS-LOT-SUB.
003761     MOVE 'N'  TO WS-LOT-SCAN-SWITCH.
003762     PERFORM 6020-COUNT-ROW-LOT THRU 6020-EXIT
003763         UNTIL WS-LOT-SCAN-DONE
003764            OR WS-LOT-SUB > WS-LOT-COUNT.
003765 6000-EXIT.
003766     EXIT.
003767
003768 6010-SCAN-ROW-START.
003769     IF WS-LOT-ROW-KEY(WS-LOT-FIRST-SUB) NOT < WS-LOT-FIND-KEY
003770         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
003771     ELSE
003772         ADD 1 TO WS-LOT-FIRST-SUB
003773     END-IF.
003774 6010-EXIT.
003775     EXIT.
003776
003777 6020-COUNT-ROW-LOT.
003778     IF WS-LOT-ROW-KEY(WS-LOT-SUB) NOT = WS-LOT-FIND-KEY
003779         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
003780         GO TO 6020-EXIT
003781     END-IF.
003782     IF WS-LOT-QTY(WS-LOT-SUB) > ZERO
003783         ADD 1 TO WS-LOT-ROW-LOTS
003784         MOVE WS-LOT-SUB TO WS-LOT-LAST-SUB
003785     END-IF.
003786     ADD 1 TO WS-LOT-SUB.
003787 6020-EXIT.
003788     EXIT.
003789
003790*-----------------------------------------------------------
003791* 6100-ADD-TO-LOT - ADD WS-LOT-ADD-QTY TO THE LOT IN
003792* WS-LOT-NEW-KEY, OPENING IT IN KEY SEQUENCE IF IT IS NOT
003793* ALREADY IN THE TABLE. CALLERS CHECK FOR ROOM FIRST.
003794*-----------------------------------------------------------
003795 6100-ADD-TO-LOT.
003796     MOVE 'N' TO WS-LOT-SCAN-SWITCH.
003797     MOVE 'N' TO WS-LOT-MATCH-SWITCH.
003798     MOVE 1   TO WS-LOT-INS-SUB.
003799     PERFORM 6110-SCAN-LOT-SLOT THRU 6110-EXIT
003800         UNTIL WS-LOT-SCAN-DONE
003801            OR WS-LOT-INS-SUB > WS-LOT-COUNT.
003802     IF WS-LOT-MATCHED
003803         ADD WS-LOT-ADD-QTY TO WS-LOT-QTY(WS-LOT-INS-SUB)
003804         GO TO 6100-EXIT
003805     END-IF.
003806     IF WS-LOT-COUNT >= WS-LOT-TABLE-MAX
003807         DISPLAY 'ITMTXNAP - LOT VOLUME EXCEEDS TABLE '
003808             'MAXIMUM OF ' WS-LOT-TABLE-MAX ' - JOB ABENDING'
003809         PERFORM 9900-ABEND-JOB
003810     END-IF.
003811     ADD 1 TO WS-LOT-COUNT.
003812     MOVE WS-LOT-COUNT TO WS-LOT-SHIFT-SUB.
003813     PERFORM 6120-SHIFT-ONE-LOT THRU 6120-EXIT
003814         UNTIL WS-LOT-SHIFT-SUB NOT > WS-LOT-INS-SUB.
003815     MOVE WS-LOT-NEW-KEY  TO WS-LOT-KEY(WS-LOT-INS-SUB).
003816     MOVE WS-LOT-NEW-RECD-DATE
003817                          TO WS-LOT-RECD-DATE(WS-LOT-INS-SUB).
003818     MOVE WS-LOT-ADD-QTY  TO WS-LOT-QTY(WS-LOT-INS-SUB).
003819     ADD 1 TO WS-LOT-CREATED-COUNT.
003820 6100-EXIT.
003821     EXIT.
003822
003823 6110-SCAN-LOT-SLOT.
003824     IF WS-LOT-KEY(WS-LOT-INS-SUB) = WS-LOT-NEW-KEY
003825         MOVE 'Y' TO WS-LOT-MATCH-SWITCH
003826         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
003827         GO TO 6110-EXIT
003828     END-IF.
003829     IF WS-LOT-KEY(WS-LOT-INS-SUB) > WS-LOT-NEW-KEY
003830         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
003831     ELSE
003832         ADD 1 TO WS-LOT-INS-SUB
003833     END-IF.
003834 6110-EXIT.
003835     EXIT.
003836
003837 6120-SHIFT-ONE-LOT.
003838     SUBTRACT 1 FROM WS-LOT-SHIFT-SUB GIVING WS-LOT-PREV-SUB.
003839     MOVE WS-LOT-ENTRY(WS-LOT-PREV-SUB)
003840         TO WS-LOT-ENTRY(WS-LOT-SHIFT-SUB).
003841     MOVE WS-LOT-PREV-SUB TO WS-LOT-SHIFT-SUB.
003842 6120-EXIT.
003843     EXIT.
003844
003845*-----------------------------------------------------------
003846* 6200-USE-ROW-LOTS - TAKE WS-LOT-TAKE-QTY OUT OF THE ROW'S
003847* LOTS, EARLIEST EXPIRATION FIRST, UNTIL THE QUANTITY OR THE
003848* LOTS RUN OUT. FOR A TRANSFER (WS-LOT-CAPTURE) EACH PIECE
003849* TAKEN IS KEPT FOR THE TARGET ROW.
003850*-----------------------------------------------------------
003851 6200-USE-ROW-LOTS.
003852     MOVE ZERO TO WS-XL-COUNT.
003853     IF WS-LOT-COUNT = ZERO
003854       OR WS-LOT-TAKE-QTY = ZERO
003855         GO TO 6200-EXIT
003856     END-IF.
003857     PERFORM 6000-FIND-ROW-LOTS THRU 6000-EXIT.
003858     IF WS-LOT-ROW-LOTS = ZERO
003859         GO TO 6200-EXIT
003860     END-IF.
003861     MOVE 'N' TO WS-LOT-SCAN-SWITCH.
003862     PERFORM 6210-USE-ONE-LOT THRU 6210-EXIT
003863         VARYING WS-LOT-SUB FROM WS-LOT-FIRST-SUB BY 1
003864         UNTIL WS-LOT-SCAN-DONE
003865            OR WS-LOT-SUB > WS-LOT-COUNT
003866            OR WS-LOT-TAKE-QTY = ZERO.
003867 6200-EXIT.
003868     EXIT.
003869
003870 6210-USE-ONE-LOT.
003871     IF WS-LOT-ROW-KEY(WS-LOT-SUB) NOT = WS-LOT-FIND-KEY
003872         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
003873         GO TO 6210-EXIT
003874     END-IF.
003875     IF WS-LOT-QTY(WS-LOT-SUB) = ZERO
003876         GO TO 6210-EXIT
003877     END-IF.
003878     IF WS-LOT-QTY(WS-LOT-SUB) > WS-LOT-TAKE-QTY
003879         MOVE WS-LOT-TAKE-QTY        TO WS-LOT-PIECE-QTY
003880     ELSE
003881         MOVE WS-LOT-QTY(WS-LOT-SUB) TO WS-LOT-PIECE-QTY
003882     END-IF.
003883     SUBTRACT WS-LOT-PIECE-QTY FROM WS-LOT-QTY(WS-LOT-SUB).
003884     SUBTRACT WS-LOT-PIECE-QTY FROM WS-LOT-TAKE-QTY.
003885     ADD WS-LOT-PIECE-QTY TO WS-LOT-USED-TOTAL.
003886     IF WS-LOT-CAPTURE
003887         ADD 1 TO WS-XL-COUNT
003888         MOVE WS-LOT-EXP-DATE(WS-LOT-SUB)
003889             TO WS-XL-EXP-DATE(WS-XL-COUNT)
003890         MOVE WS-LOT-NO(WS-LOT-SUB)
003891             TO WS-XL-LOT-NO(WS-XL-COUNT)
003892         MOVE WS-LOT-RECD-DATE(WS-LOT-SUB)
003893             TO WS-XL-RECD-DATE(WS-XL-COUNT)
003894         MOVE WS-LOT-PIECE-QTY TO WS-XL-QTY(WS-XL-COUNT)
003895     END-IF.
003896 6210-EXIT.
003897     EXIT.
003898
003899*-----------------------------------------------------------
003900* 6300-ADD-TRANSFER-LOTS - THE LOT PIECES TAKEN FROM THE
003901* SOURCE ROW GO TO THE TARGET ROW UNDER THE SAME LOT NUMBER
003902* AND DATES
003903*-----------------------------------------------------------
003904 6300-ADD-TRANSFER-LOTS.
003905     PERFORM 6310-ADD-ONE-TRANSFER-LOT THRU 6310-EXIT
003906         VARYING WS-XL-SUB FROM 1 BY 1
003907         UNTIL WS-XL-SUB > WS-XL-COUNT.
003908 6300-EXIT.
003909     EXIT.
003910
003911 6310-ADD-ONE-TRANSFER-LOT.
003912     MOVE TX-ITEM-CODE               TO WS-LOT-NEW-ITEM.
003913     MOVE WS-XFER-TO-WHSE            TO WS-LOT-NEW-WHSE.
003914     MOVE WS-XL-EXP-DATE(WS-XL-SUB)  TO WS-LOT-NEW-EXP-DATE.
003915     MOVE WS-XL-LOT-NO(WS-XL-SUB)    TO WS-LOT-NEW-LOT-NO.
003916     MOVE WS-XL-RECD-DATE(WS-XL-SUB) TO WS-LOT-NEW-RECD-DATE.
003917     MOVE WS-XL-QTY(WS-XL-SUB)       TO WS-LOT-ADD-QTY.
003918     PERFORM 6100-ADD-TO-LOT THRU 6100-EXIT.
003919 6310-EXIT.
003920     EXIT.
003921
003922*-----------------------------------------------------------
003923* 6400-ADJUST-ROW-LOTS - AN ADJUSTMENT SETS THE ROW TO A
003924* COUNTED QUANTITY. A DECREASE IS TAKEN OUT OF THE LOTS,
003925* EARLIEST EXPIRATION FIRST. AN INCREASE IS ADDED TO THE
003926* LATEST-EXPIRING LOT STILL ON HAND.
003927*-----------------------------------------------------------
003928 6400-ADJUST-ROW-LOTS.
003929     MOVE TX-ITEM-CODE   TO WS-LOT-FIND-ITEM.
003930     MOVE WS-SEARCH-WHSE TO WS-LOT-FIND-WHSE.
003931     MOVE 'N'            TO WS-LOT-CAPTURE-SWITCH.
003932     IF WS-QTY(WS-TAB-IDX) < WS-BEFORE-QTY
003933         SUBTRACT WS-QTY(WS-TAB-IDX) FROM WS-BEFORE-QTY
003934             GIVING WS-LOT-TAKE-QTY
003935         PERFORM 6200-USE-ROW-LOTS THRU 6200-EXIT
003936         GO TO 6400-EXIT
003937     END-IF.
003938     IF WS-QTY(WS-TAB-IDX) = WS-BEFORE-QTY
003939         GO TO 6400-EXIT
003940     END-IF.
003941     PERFORM 6000-FIND-ROW-LOTS THRU 6000-EXIT.
003942     IF WS-LOT-LAST-SUB > ZERO
003943         SUBTRACT WS-BEFORE-QTY FROM WS-QTY(WS-TAB-IDX)
003944             GIVING WS-LOT-ADD-QTY
003945         ADD WS-LOT-ADD-QTY TO WS-LOT-QTY(WS-LOT-LAST-SUB)
003946     END-IF.
003947 6400-EXIT.
003948     EXIT.
003949
003950*-----------------------------------------------------------
003951* 6500-RECEIVE-LOT - A POSTED RECEIPT WITH A LOT NUMBER ADDS
003952* TO THAT LOT, OR OPENS IT RECEIVED TODAY
003953*-----------------------------------------------------------
003954 6500-RECEIVE-LOT.
003955     MOVE TX-ITEM-CODE   TO WS-LOT-NEW-ITEM.
003956     MOVE WS-SEARCH-WHSE TO WS-LOT-NEW-WHSE.
003957     MOVE TX-EXP-DATE    TO WS-LOT-NEW-EXP-DATE.
003958     MOVE TX-LOT-NO      TO WS-LOT-NEW-LOT-NO.
003959     MOVE WS-RUN-DATE    TO WS-LOT-NEW-RECD-DATE.
003960     MOVE WS-TXN-QTY     TO WS-LOT-ADD-QTY.
003961     PERFORM 6100-ADD-TO-LOT THRU 6100-EXIT.
003962     ADD WS-TXN-QTY TO WS-LOT-RECEIVED-TOTAL.
003963 6500-EXIT.
003964     EXIT.
003744
003745*-----------------------------------------------------------
003580* 7000-FIND-ITEM-BY-CODE - INDEXED LOOKUP INTO WS-TABLE
003590*-----------------------------------------------------------
003600 7000-FIND-ITEM-BY-CODE.
003746     MOVE 'ITMTXNAP'           TO AL-JOB-ID.
003747     MOVE WS-TXN-READ-COUNT    TO AL-READ-COUNT.
003748     MOVE WS-TXN-APPLIED-COUNT TO AL-WRITTEN-COUNT.
003749     MOVE WS-RCV-EXCEPTION-COUNT TO AL-EXCEPTION-COUNT.
003750     MOVE WS-TXN-REJECT-COUNT  TO AL-REJECT-COUNT.
003751     MOVE WS-AUDIT-DISP        TO AL-DISPOSITION.
003752     WRITE AUDIT-LOG-RECORD.
003773     ELSE
003774         MOVE 'NORMAL' TO WS-AUDIT-DISP
003775     END-IF.
003776     MOVE ZERO TO RETURN-CODE.
003777     IF WS-RCV-EXCEPTION-COUNT > 0
003778         MOVE 4 TO RETURN-CODE
003779     END-IF.
003777     IF WS-BATCH-REJECTED-COUNT > 0
003778       OR WS-UNBATCHED-COUNT > 0
003779         MOVE 'MISMATCH' TO WS-AUDIT-DISP
003780         MOVE 8 TO RETURN-CODE
003781     END-IF.
003782     IF WS-BATCH-DUPLICATE-COUNT > 0
003783         MOVE 'MISMATCH' TO WS-AUDIT-DISP
003784         MOVE 12 TO RETURN-CODE
003785     END-IF.
003776     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
003777     CLOSE AUDIT-LOG-FILE.
003780     CLOSE ITEM-TABLE-IN-FILE.
003800     CLOSE NEXT-MASTER-FILE.
003810     CLOSE TXN-REJECT-RPT-FILE.
003811     CLOSE TXN-HISTORY-FILE.
003812     IF WS-BI-OPEN
003813         CLOSE BACKORDER-IN-FILE
003814     END-IF.
003815     IF WS-LI-OPEN
003816         CLOSE LOT-TABLE-IN-FILE
003817     END-IF.
003815     CLOSE NEXT-BACKORDER-FILE.
003816     IF WS-OI-OPEN
003817         CLOSE OPEN-ORDER-IN-FILE
003818     END-IF.
003819     CLOSE NEXT-ORDER-FILE.
003820     CLOSE RCV-EXCEPTION-RPT-FILE.
003821     CLOSE RCV-LOG-RPT-FILE.
003820     DISPLAY 'ITMTXNAP - TRANSACTIONS READ:    '
003830         WS-TXN-READ-COUNT.
003840     DISPLAY 'ITMTXNAP - TRANSACTIONS APPLIED: '
003872         WS-XFER-APPLIED-COUNT.
003873     DISPLAY 'ITMTXNAP - HISTORY JOURNALED:    '
003874         WS-JOURNAL-COUNT.
003875     DISPLAY 'ITMTXNAP - BATCHES ACCEPTED:     '
003876         WS-BATCH-ACCEPTED-COUNT.
003877     DISPLAY 'ITMTXNAP - BATCHES REJECTED:     '
003878         WS-BATCH-REJECTED-COUNT.
003879     DISPLAY 'ITMTXNAP - DUPLICATE BATCHES:    '
003880         WS-BATCH-DUPLICATE-COUNT.
003881     DISPLAY 'ITMTXNAP - CONTROL RECORDS READ: '
003882         WS-CONTROL-READ-COUNT.
003883     DISPLAY 'ITMTXNAP - BACKORDERS READ:      '
003884         WS-BO-READ-COUNT.
003885     DISPLAY 'ITMTXNAP - ISSUES BACKORDERED:   '
003886         WS-BO-CREATED-COUNT ' QTY SHORT ' WS-BO-SHORT-TOTAL.
003887     DISPLAY 'ITMTXNAP - BACKORDER FILLS:      '
003888         WS-BO-FILL-COUNT ' QTY FILLED ' WS-BO-FILLED-TOTAL.
003889     DISPLAY 'ITMTXNAP - BACKORDERS CLOSED:    '
003890         WS-BO-CLOSED-COUNT.
003891     DISPLAY 'ITMTXNAP - BACKORDERS WRITTEN:   '
003892         WS-BO-WRITTEN-COUNT.
003893     DISPLAY 'ITMTXNAP - OPEN ORDERS READ:     '
003894         WS-OO-READ-COUNT.
003895     DISPLAY 'ITMTXNAP - RECEIPTS MATCHED:     '
003896         WS-RCV-COUNT ' QTY RECEIVED ' WS-RCV-POSTED-TOTAL.
003897     DISPLAY 'ITMTXNAP - RECEIVING EXCEPTIONS: '
003898         WS-RCV-EXCEPTION-COUNT.
003899     DISPLAY 'ITMTXNAP - PO LINES CLOSED:      '
003900         WS-OO-CLOSED-COUNT.
003901     DISPLAY 'ITMTXNAP - OPEN ORDERS WRITTEN:  '
003902         WS-OO-WRITTEN-COUNT.
003903     DISPLAY 'ITMTXNAP - LOTS READ:            '
003904         WS-LOT-READ-COUNT ' DROPPED ' WS-LOT-DROPPED-COUNT.
003905     DISPLAY 'ITMTXNAP - LOTS OPENED:          '
003906         WS-LOT-CREATED-COUNT ' QTY RECEIVED '
003907         WS-LOT-RECEIVED-TOTAL.
003908     DISPLAY 'ITMTXNAP - LOT QTY USED:         '
003909         WS-LOT-USED-TOTAL.
003910     DISPLAY 'ITMTXNAP - LOTS WRITTEN:         '
003911         WS-LOT-WRITTEN-COUNT.
003880     DISPLAY 'ITMTXNAP - NEXT-DAY MASTER WRITTEN - '
003890         WS-ITEM-COUNT ' ITEMS'.
003891     DISPLAY 'ITMTXNAP - RETURN CODE SET TO ' RETURN-CODE.
003900 9000-EXIT.
003910     EXIT.
003920
003990     IF WS-TI-OPEN
004000         CLOSE ITEM-TABLE-IN-FILE
004010     END-IF.
004012     IF WS-LI-OPEN
004014         CLOSE LOT-TABLE-IN-FILE
004016     END-IF.
004020     IF WS-TX-OPEN
004030         CLOSE ITEM-TXN-FILE
004040     END-IF.
004101     IF WS-HJ-OPEN
004102         CLOSE TXN-HISTORY-FILE
004103     END-IF.
004104     IF WS-BR-OPEN
004105         CLOSE BATCH-REGISTER-FILE
004106     END-IF.
004107     IF WS-BI-OPEN
004108         CLOSE BACKORDER-IN-FILE
004109     END-IF.
004110     IF WS-NB-OPEN
004111         CLOSE NEXT-BACKORDER-FILE
004112     END-IF.
004113     IF WS-PC-OPEN
004114         CLOSE PARM-CARD-FILE
004115     END-IF.
004116     IF WS-OI-OPEN
004117         CLOSE OPEN-ORDER-IN-FILE
004118     END-IF.
004119     IF WS-NO-OPEN
004120         CLOSE NEXT-ORDER-FILE
004121     END-IF.
004122     IF WS-RX-OPEN
004123         CLOSE RCV-EXCEPTION-RPT-FILE
004124     END-IF.
004125     IF WS-RL-OPEN
004126         CLOSE RCV-LOG-RPT-FILE
004127     END-IF.
004113     MOVE 16 TO RETURN-CODE.
004110     STOP RUN.
