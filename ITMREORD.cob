000212*                  AUDITLOG (ITMAUDIT LAYOUT) WITH READ,
000213*                  SUGGESTED, AND NO-LEVELS COUNTS AND THE
000214*                  FINAL DISPOSITION.
000215* 10/07/2026 JH    OPEN BACKORDERS ARE DEMAND. THE BACKORDER
000216*                  FILE WRITTEN BY ITMTXNAP IS TOTALLED BY
000217*                  ITEM/WAREHOUSE AND SUBTRACTED FROM ON-HAND
000218*                  PLUS ON-ORDER BEFORE THE MINIMUM TEST, SO
000219*                  A BACKORDERED ITEM IS SUGGESTED UP TO ITS
000220*                  MAXIMUM PLUS WHAT IS OWED. SUGGESTIONS AND
000221*                  THE SUMMARY CARRY THE BACKORDERED QUANTITY.
000210*-----------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000443         ORGANIZATION IS SEQUENTIAL
000444         FILE STATUS IS WS-OO-FILE-STATUS.
000445
000446     SELECT BACKORDER-FILE
000447         ASSIGN TO BACKORD
000448         ORGANIZATION IS SEQUENTIAL
000449         FILE STATUS IS WS-BO-FILE-STATUS.
000445
000450     SELECT REORDER-RPT-FILE
000460         ASSIGN TO REORDRPT
000470         ORGANIZATION IS SEQUENTIAL
000742     05  OO-RECD-QTY              PIC 9(05).
000743     05  FILLER                   PIC X(31).
000744
000745 FD  BACKORDER-FILE
000746     LABEL RECORDS ARE STANDARD
000747     RECORD CONTAINS 80 CHARACTERS.
000748 01  BACKORDER-RECORD.
000749     05  BO-KEY.
000750         10  BO-ITEM-CODE         PIC X(20).
000751         10  BO-WHSE              PIC X(03).
000752         10  BO-BACKORDER-DATE    PIC 9(08).
000753     05  BO-OPEN-QTY              PIC 9(07).
000754     05  BO-ORIGINAL-QTY          PIC 9(07).
000755     05  BO-LAST-FILL-DATE        PIC 9(08).
000756     05  FILLER                   PIC X(27).
000744
000750 FD  REPL-SUGG-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000820     05  RS-REORDER-POINT         PIC 9(05).
000830     05  RS-SUGGESTED-QTY         PIC 9(05).
000831     05  RS-QTY-ON-ORDER          PIC 9(05).
000832     05  RS-QTY-BACKORDERED       PIC 9(07).
000840     05  FILLER                   PIC X(30).
000850
000860 FD  REORDER-RPT-FILE
000870     LABEL RECORDS ARE STANDARD
001006 77  WS-PD-SUB                    PIC 9(05) COMP VALUE ZERO.
001007 77  WS-OO-OUTSTANDING            PIC 9(05) VALUE ZERO.
001008 77  WS-ON-ORDER-QTY              PIC 9(08) VALUE ZERO.
001009 77  WS-AVAIL-QTY                 PIC S9(08) VALUE ZERO.
001010 77  WS-LAST-OO-KEY               PIC X(23) VALUE LOW-VALUES.
001011 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001012 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001013 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001014 77  WS-BO-TABLE-MAX              PIC 9(05) VALUE 05000.
001015 77  WS-BO-COUNT                  PIC 9(05) VALUE ZERO.
001016 77  WS-BO-READ-COUNT             PIC 9(05) VALUE ZERO.
001017 77  WS-BACKORDER-QTY             PIC 9(08) VALUE ZERO.
001018 77  WS-SUGGESTED-WORK            PIC S9(09) VALUE ZERO.
001019 77  WS-LAST-BO-KEY               PIC X(31) VALUE LOW-VALUES.
001020 77  WS-LAST-BO-ROW               PIC X(23) VALUE LOW-VALUES.
001010
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001150         88  WS-RR-OPEN                 VALUE 'Y'.
001151     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001152         88  WS-AL-OPEN                 VALUE 'Y'.
001153     05  WS-BO-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001154         88  WS-BO-OPEN                 VALUE 'Y'.
001160
001170 01  WS-FILE-STATUSES.
001180     05  WS-TI-FILE-STATUS        PIC X(02) VALUE SPACES.
001200     05  WS-RS-FILE-STATUS        PIC X(02) VALUE SPACES.
001210     05  WS-RR-FILE-STATUS        PIC X(02) VALUE SPACES.
001211     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
001212     05  WS-BO-FILE-STATUS        PIC X(02) VALUE SPACES.
001220
001230 01  WS-SEARCH-AREA.
001240     05  WS-SEARCH-ITEM-CODE      PIC X(20) VALUE SPACES.
001368         10  WS-PD-RECD-QTY       PIC 9(05).
001369         10  WS-PD-DUE-DATE       PIC 9(08).
001370
001371 01  WS-BO-DATA-AREA.
001372     05  WS-BO-TABLE OCCURS 0 TO 5000 TIMES
001373                   DEPENDING ON WS-BO-COUNT
001374                   ASCENDING KEY IS WS-BO-ITEM WS-BO-WHSE
001375                   INDEXED BY WS-BO-IDX.
001376         10  WS-BO-ITEM           PIC X(20).
001377         10  WS-BO-WHSE           PIC X(03).
001378         10  WS-BO-QTY            PIC 9(08).
001370
001371 01  WS-RPT-HEADING-1             PIC X(132) VALUE
001380         'ITEMS BELOW MINIMUM - REPLENISHMENT SUMMARY'.
001390 01  WS-RPT-HEADING-2.
001410     05  FILLER                   PIC X(05) VALUE 'WH'.
001420     05  FILLER                   PIC X(10) VALUE 'ON HAND'.
001421     05  FILLER                   PIC X(10) VALUE 'ON ORDER'.
001422     05  FILLER                   PIC X(10) VALUE 'BACKORDER'.
001430     05  FILLER                   PIC X(10) VALUE 'MINIMUM'.
001440     05  FILLER                   PIC X(10) VALUE 'MAXIMUM'.
001450     05  FILLER                   PIC X(12) VALUE 'SUGGESTED'.
001460     05  FILLER                   PIC X(43) VALUE SPACES.
001470 01  WS-RPT-DETAIL-LINE.
001480     05  RPT-D-ITEM               PIC X(20).
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001530     05  FILLER                   PIC X(05) VALUE SPACES.
001531     05  RPT-D-ON-ORDER           PIC ZZZZZZZ9.
001532     05  FILLER                   PIC X(02) VALUE SPACES.
001533     05  RPT-D-BACKORDER          PIC ZZZZZZZ9.
001534     05  FILLER                   PIC X(02) VALUE SPACES.
001540     05  RPT-D-MIN                PIC ZZZZ9.
001550     05  FILLER                   PIC X(05) VALUE SPACES.
001560     05  RPT-D-MAX                PIC ZZZZ9.
001570     05  FILLER                   PIC X(05) VALUE SPACES.
001580     05  RPT-D-SUGGESTED          PIC ZZZZ9.
001590     05  FILLER                   PIC X(50) VALUE SPACES.
001600 01  WS-RPT-TOTAL-LINE.
001610     05  FILLER                   PIC X(26) VALUE
001620             'ITEMS BELOW MINIMUM:'.
001753             UNTIL WS-EOF-YES
001754         MOVE 'N' TO WS-EOF-SWITCH
001755     END-IF.
001756     IF WS-BO-OPEN
001757         PERFORM 2600-LOAD-BACKORDERS THRU 2600-EXIT
001758             UNTIL WS-EOF-YES
001759         MOVE 'N' TO WS-EOF-SWITCH
001760     END-IF.
001761     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
001770     PERFORM 3000-CHECK-ITEMS THRU 3000-EXIT
001780         UNTIL WS-EOF-YES.
001790     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
002010         END-IF
002011         MOVE 'Y' TO WS-OO-OPEN-SWITCH
002012     END-IF.
002013     OPEN INPUT BACKORDER-FILE.
002014     IF WS-BO-FILE-STATUS = '35'
002015         DISPLAY 'ITMREORD - NO BACKORDER FILE - BACKORDER '
002016             'QUANTITIES TREATED AS ZERO'
002017     ELSE
002018         IF WS-BO-FILE-STATUS NOT = '00'
002019             DISPLAY 'ITMREORD - UNABLE TO OPEN BACKORDER-'
002020                 'FILE - STATUS ' WS-BO-FILE-STATUS
002021             PERFORM 9900-ABEND-JOB
002022         END-IF
002023         MOVE 'Y' TO WS-BO-OPEN-SWITCH
002024     END-IF.
002025     OPEN OUTPUT REPL-SUGG-FILE.
002020     IF WS-RS-FILE-STATUS NOT = '00'
002030         DISPLAY 'ITMREORD - UNABLE TO OPEN REPL-SUGG-FILE - '
002040             'STATUS ' WS-RS-FILE-STATUS
002691     EXIT.
002692
002693*-----------------------------------------------------------
002694* 2600-LOAD-BACKORDERS - READ ONE OPEN BACKORDER AND ROLL
002695* ITS OPEN QUANTITY INTO THE BACKORDER DEMAND TABLE
002696*-----------------------------------------------------------
002697 2600-LOAD-BACKORDERS.
002698     READ BACKORDER-FILE
002699         AT END
002700             MOVE 'Y' TO WS-EOF-SWITCH
002701         NOT AT END
002702             ADD 1 TO WS-BO-READ-COUNT
002703             PERFORM 2610-LOAD-BACKORDER-ENTRY THRU 2610-EXIT
002704     END-READ.
002705 2600-EXIT.
002706     EXIT.
002707
002708 2610-LOAD-BACKORDER-ENTRY.
002709     IF BO-KEY < WS-LAST-BO-KEY
002710         DISPLAY 'ITMREORD - BACKORDER-FILE OUT OF ASCENDING '
002711             'SEQUENCE AT ITEM ' BO-KEY
002712         DISPLAY 'ITMREORD - SEARCH ALL REQUIRES ASCENDING '
002713             'ORDER - JOB ABENDING'
002714         PERFORM 9900-ABEND-JOB
002715     END-IF.
002716     IF BO-OPEN-QTY NOT NUMERIC
002717         DISPLAY 'ITMREORD - NON-NUMERIC BACKORDER QUANTITY '
002718             'FOR ITEM ' BO-ITEM-CODE ' - JOB ABENDING'
002719         PERFORM 9900-ABEND-JOB
002720     END-IF.
002721     MOVE BO-KEY TO WS-LAST-BO-KEY.
002722     IF WS-BO-COUNT > 0 AND BO-KEY(1:23) = WS-LAST-BO-ROW
002723         ADD BO-OPEN-QTY TO WS-BO-QTY(WS-BO-COUNT)
002724     ELSE
002725         IF WS-BO-COUNT >= WS-BO-TABLE-MAX
002726             DISPLAY 'ITMREORD - BACKORDER VOLUME EXCEEDS '
002727                 'TABLE MAXIMUM OF ' WS-BO-TABLE-MAX
002728                 ' - JOB ABENDING'
002729             PERFORM 9900-ABEND-JOB
002730         END-IF
002731         ADD 1 TO WS-BO-COUNT
002732         MOVE BO-ITEM-CODE TO WS-BO-ITEM(WS-BO-COUNT)
002733         MOVE BO-WHSE      TO WS-BO-WHSE(WS-BO-COUNT)
002734         MOVE BO-OPEN-QTY  TO WS-BO-QTY(WS-BO-COUNT)
002735     END-IF.
002736     MOVE BO-KEY(1:23) TO WS-LAST-BO-ROW.
002737 2610-EXIT.
002738     EXIT.
002692
002693*-----------------------------------------------------------
002694* 3000-CHECK-ITEMS - READ ONE EXTRACT RECORD AND CHECK THE
002695* REORDER POINT NET OF QUANTITY ALREADY ON ORDER
002696*-----------------------------------------------------------
002854     ELSE
002855         MOVE ZERO TO WS-ON-ORDER-QTY
002856     END-IF.
002857     PERFORM 7200-FIND-BACKORDER-BY-CODE THRU 7200-EXIT.
002858     IF WS-SEARCH-FOUND
002859         MOVE WS-BO-QTY(WS-BO-IDX) TO WS-BACKORDER-QTY
002860     ELSE
002861         MOVE ZERO TO WS-BACKORDER-QTY
002862     END-IF.
002863     COMPUTE WS-AVAIL-QTY = TI-QTY + WS-ON-ORDER-QTY
002864                          - WS-BACKORDER-QTY.
002865     IF WS-AVAIL-QTY NOT < WS-MM-MIN(WS-MM-IDX)
002870         GO TO 3100-EXIT
002880     END-IF.
002890     ADD 1 TO WS-BELOW-MIN-COUNT.
002900     SUBTRACT WS-AVAIL-QTY FROM WS-MM-MAX(WS-MM-IDX)
002910         GIVING WS-SUGGESTED-WORK.
002911     IF WS-SUGGESTED-WORK > 99999
002912         MOVE 99999 TO WS-SUGGESTED-QTY
002913     ELSE
002914         MOVE WS-SUGGESTED-WORK TO WS-SUGGESTED-QTY
002915     END-IF.
002920     MOVE TI-ITEM                TO RS-ITEM-CODE.
002930     MOVE TI-WHSE                TO RS-WHSE.
002940     MOVE TI-QTY                 TO RS-QTY-ON-HAND.
002950     MOVE WS-MM-MIN(WS-MM-IDX)   TO RS-REORDER-POINT.
002960     MOVE WS-SUGGESTED-QTY       TO RS-SUGGESTED-QTY.
002961     MOVE WS-ON-ORDER-QTY        TO RS-QTY-ON-ORDER.
002962     MOVE WS-BACKORDER-QTY       TO RS-QTY-BACKORDERED.
002970     WRITE REPL-SUGG-RECORD.
002980     MOVE TI-ITEM                TO RPT-D-ITEM.
002990     MOVE TI-WHSE                TO RPT-D-WHSE.
003000     MOVE TI-QTY                 TO RPT-D-ON-HAND.
003001     MOVE WS-ON-ORDER-QTY        TO RPT-D-ON-ORDER.
003002     MOVE WS-BACKORDER-QTY       TO RPT-D-BACKORDER.
003010     MOVE WS-MM-MIN(WS-MM-IDX)   TO RPT-D-MIN.
003020     MOVE WS-MM-MAX(WS-MM-IDX)   TO RPT-D-MAX.
003030     MOVE WS-SUGGESTED-QTY       TO RPT-D-SUGGESTED.
003619     EXIT.
003620
003621*-----------------------------------------------------------
003622* 7200-FIND-BACKORDER-BY-CODE - INDEXED LOOKUP INTO THE
003623* BACKORDER DEMAND TABLE
003624*-----------------------------------------------------------
003625 7200-FIND-BACKORDER-BY-CODE.
003626     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
003627     IF WS-BO-COUNT > 0
003628         SEARCH ALL WS-BO-TABLE
003629             AT END
003630                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
003631             WHEN WS-BO-ITEM(WS-BO-IDX) =
003632                     WS-SEARCH-ITEM-CODE
003633              AND WS-BO-WHSE(WS-BO-IDX) =
003634                     WS-SEARCH-WHSE
003635                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
003636         END-SEARCH
003637     END-IF.
003638 7200-EXIT.
003639     EXIT.
003620
003621*-----------------------------------------------------------
003622* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
003623*-----------------------------------------------------------
003624 8000-WRITE-AUDIT-LOG.
003661     IF WS-OO-OPEN
003662         CLOSE OPEN-ORDER-FILE
003663     END-IF.
003664     IF WS-BO-OPEN
003665         CLOSE BACKORDER-FILE
003666     END-IF.
003670     CLOSE REPL-SUGG-FILE.
003680     CLOSE REORDER-RPT-FILE.
003690     DISPLAY 'ITMREORD - ITEMS READ:          '
003742         WS-OO-READ-COUNT.
003743     DISPLAY 'ITMREORD - PAST-DUE ORDERS:     '
003744         WS-PD-COUNT.
003745     DISPLAY 'ITMREORD - BACKORDERS READ:     '
003746         WS-BO-READ-COUNT.
003750 9000-EXIT.
003760     EXIT.
003770
003891     IF WS-OO-OPEN
003892         CLOSE OPEN-ORDER-FILE
003893     END-IF.
003894     IF WS-BO-OPEN
003895         CLOSE BACKORDER-FILE
003896     END-IF.
003900     IF WS-RS-OPEN
003910         CLOSE REPL-SUGG-FILE
003920     END-IF.
