000202*                  AUDITLOG (ITMAUDIT LAYOUT) WITH READ,
000203*                  SELECTED, AND SKIPPED COUNTS AND THE
000204*                  FINAL DISPOSITION.
000205* 10/14/2026 JH    OPENING BALANCE FROM THE LATEST SUMHIST
000206*                  MONTHLY SUMMARY BEFORE FROM-DATE, ROLLED
000207*                  FORWARD BY ANY LATER DETAIL. READING STOPS
000208*                  AT THE FIRST MOVEMENT PAST TO-DATE.
000210*-----------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000434         ORGANIZATION IS SEQUENTIAL
000435         FILE STATUS IS WS-AL-FILE-STATUS.
000440
000442     SELECT SUMMARY-IN-FILE
000444         ASSIGN TO SUMHIST
000446         ORGANIZATION IS SEQUENTIAL
000448         FILE STATUS IS WS-MS-FILE-STATUS.
000450     SELECT SORT-WORK-FILE
000460         ASSIGN TO SORTWORK.
000470
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 132 CHARACTERS.
000730 01  ACTIVITY-RPT-RECORD         PIC X(132).
000731
000732 FD  SUMMARY-IN-FILE
000733     LABEL RECORDS ARE STANDARD
000734     RECORD CONTAINS 80 CHARACTERS.
000735 01  SUMMARY-IN-RECORD.
000736     05  MS-KEY.
000737         10  MS-ITEM-CODE         PIC X(20).
000738         10  MS-WHSE              PIC X(03).
000739         10  MS-PERIOD            PIC 9(06).
000740     05  FILLER                   PIC X(41).
000741     05  MS-CLOSE-QTY             PIC 9(05).
000742     05  FILLER                   PIC X(05).
000740
000741 FD  AUDIT-LOG-FILE
000742     LABEL RECORDS ARE STANDARD
000961 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000962 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000963 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
000964 77  WS-FROM-PERIOD               PIC 9(06) VALUE ZERO.
000965 77  WS-HJ-PERIOD                 PIC 9(06) VALUE ZERO.
000966 77  WS-SUM-READ-COUNT            PIC 9(07) VALUE ZERO.
000967 77  WS-SUM-COUNT                 PIC 9(05) VALUE ZERO.
000968 77  WS-SUM-MAX                   PIC 9(05) VALUE 10000.
000969 77  WS-ROLLED-COUNT              PIC 9(07) VALUE ZERO.
000970 77  WS-OPEN-DIFF-COUNT           PIC 9(07) VALUE ZERO.
000970
000980 01  WS-SWITCHES.
000990     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001090         88  WS-AR-OPEN                 VALUE 'Y'.
001091     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001092         88  WS-AL-OPEN                 VALUE 'Y'.
001093     05  WS-MS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001094         88  WS-MS-OPEN                 VALUE 'Y'.
001095     05  WS-SEARCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001096         88  WS-SEARCH-FOUND            VALUE 'Y'.
001100
001110 01  WS-FILE-STATUSES.
001120     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001130     05  WS-HJ-FILE-STATUS        PIC X(02) VALUE SPACES.
001140     05  WS-AR-FILE-STATUS        PIC X(02) VALUE SPACES.
001141     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
001145     05  WS-MS-FILE-STATUS        PIC X(02) VALUE SPACES.
001150
001160 01  WS-PARM-AREA.
001170     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
001340     05  WS-NEW-KEY.
001350         10  WS-NEW-ITEM          PIC X(20).
001360         10  WS-NEW-WHSE          PIC X(03).
001361
001362*-----------------------------------------------------------
001363* LATEST MONTHLY SUMMARY BEFORE FROM-DATE FOR EACH ITEM AND
001364* WAREHOUSE. THE OPENING STARTS AS THE SUMMARY CLOSING AND
001365* IS ROLLED FORWARD BY DETAIL DATED AFTER THAT MONTH.
001366*-----------------------------------------------------------
001367 01  WS-SEARCH-AREA.
001368     05  WS-SEARCH-KEY.
001369         10  WS-SEARCH-ITEM       PIC X(20).
001370         10  WS-SEARCH-WHSE       PIC X(03).
001371     05  WS-LAST-SUM-KEY          PIC X(29) VALUE LOW-VALUES.
001372
001373 01  WS-SUM-DATA-AREA.
001374     05  WS-SUM-TABLE OCCURS 0 TO 10000 TIMES
001375                   DEPENDING ON WS-SUM-COUNT
001376                   ASCENDING KEY IS WS-SUM-KEY
001377                   INDEXED BY WS-SUM-IDX.
001378         10  WS-SUM-KEY           PIC X(23).
001379         10  WS-SUM-PERIOD        PIC 9(06).
001380         10  WS-SUM-OPEN-QTY      PIC 9(05).
001381         10  WS-SUM-ROLLED-SWITCH PIC X(01).
001370
001380 01  WS-RPT-HEADING-1             PIC X(132) VALUE
001390         'ITEM ACTIVITY REPORT - MOVEMENT HISTORY'.
001550     05  FILLER                   PIC X(20) VALUE
001560             '  OPENING BALANCE:'.
001570     05  RPT-O-QTY                PIC ZZZZ9.
001571     05  FILLER                   PIC X(03) VALUE SPACES.
001572     05  RPT-O-SOURCE             PIC X(20).
001573     05  RPT-O-PERIOD             PIC X(06).
001580     05  FILLER                   PIC X(78) VALUE SPACES.
001581 01  WS-RPT-OPEN-DIFF-LINE.
001582     05  FILLER                   PIC X(45) VALUE
001583             '  *** FIRST MOVEMENT SHOWS BEFORE QUANTITY'.
001584     05  RPT-OD-QTY               PIC ZZZZ9.
001585     05  FILLER                   PIC X(82) VALUE SPACES.
001590 01  WS-RPT-HEADING-2.
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  FILLER                   PIC X(10) VALUE 'DATE'.
002210             'JOB ABENDING'
002220         PERFORM 9900-ABEND-JOB
002230     END-IF.
002235     PERFORM 1500-LOAD-SUMMARIES THRU 1500-EXIT.
002240     OPEN OUTPUT ACTIVITY-RPT-FILE.
002250     IF WS-AR-FILE-STATUS NOT = '00'
002260         DISPLAY 'ITMACTRP - UNABLE TO OPEN ACTIVITY-RPT-'
003520     ADD 1 TO WS-PARM-DIGIT-SUB.
003530 1431-EXIT.
003540     EXIT.
003541
003542*-----------------------------------------------------------
003543* 1500-LOAD-SUMMARIES - KEEP THE LAST SUMHIST MONTH BEFORE
003544* THE FROM-DATE MONTH FOR EACH ITEM AND WAREHOUSE. ITS
003545* CLOSING IS THE STARTING POINT FOR THE OPENING BALANCE.
003546*-----------------------------------------------------------
003547 1500-LOAD-SUMMARIES.
003548     DIVIDE WS-FROM-DATE BY 100 GIVING WS-FROM-PERIOD.
003549     OPEN INPUT SUMMARY-IN-FILE.
003550     IF WS-MS-FILE-STATUS = '35'
003551         DISPLAY 'ITMACTRP - NO SUMMARY-IN-FILE - OPENING '
003552             'BALANCES FROM DETAIL'
003553         GO TO 1500-EXIT
003554     END-IF.
003555     IF WS-MS-FILE-STATUS NOT = '00'
003556         DISPLAY 'ITMACTRP - UNABLE TO OPEN SUMMARY-IN-FILE '
003557             '- STATUS ' WS-MS-FILE-STATUS
003558         PERFORM 9900-ABEND-JOB
003559     END-IF.
003560     MOVE 'Y' TO WS-MS-OPEN-SWITCH.
003561     PERFORM 1510-READ-SUMMARY THRU 1510-EXIT
003562         UNTIL WS-EOF-YES.
003563     CLOSE SUMMARY-IN-FILE.
003564     MOVE 'N' TO WS-MS-OPEN-SWITCH.
003565     MOVE 'N' TO WS-EOF-SWITCH.
003566 1500-EXIT.
003567     EXIT.
003568
003569 1510-READ-SUMMARY.
003570     READ SUMMARY-IN-FILE
003571         AT END
003572             MOVE 'Y' TO WS-EOF-SWITCH
003573         NOT AT END
003574             ADD 1 TO WS-SUM-READ-COUNT
003575             PERFORM 1520-LOAD-SUMMARY-ENTRY THRU 1520-EXIT
003576     END-READ.
003577 1510-EXIT.
003578     EXIT.
003579
003580 1520-LOAD-SUMMARY-ENTRY.
003581     IF MS-KEY NOT > WS-LAST-SUM-KEY
003582         DISPLAY 'ITMACTRP - SUMMARY-IN-FILE OUT OF ASCENDING '
003583             'SEQUENCE AT ' MS-KEY
003584         PERFORM 9900-ABEND-JOB
003585     END-IF.
003586     MOVE MS-KEY TO WS-LAST-SUM-KEY.
003587     IF MS-PERIOD NOT < WS-FROM-PERIOD
003588         GO TO 1520-EXIT
003589     END-IF.
003590     IF MS-CLOSE-QTY NOT NUMERIC
003591         DISPLAY 'ITMACTRP - NON-NUMERIC SUMMARY CLOSING FOR '
003592             MS-KEY ' - JOB ABENDING'
003593         PERFORM 9900-ABEND-JOB
003594     END-IF.
003595     MOVE MS-ITEM-CODE TO WS-SEARCH-ITEM.
003596     MOVE MS-WHSE      TO WS-SEARCH-WHSE.
003597     IF WS-SUM-COUNT = ZERO
003598         PERFORM 1530-ADD-SUMMARY-ENTRY THRU 1530-EXIT
003599     ELSE
003600         IF WS-SUM-KEY(WS-SUM-COUNT) NOT = WS-SEARCH-KEY
003601             PERFORM 1530-ADD-SUMMARY-ENTRY THRU 1530-EXIT
003602         END-IF
003603     END-IF.
003604     MOVE MS-PERIOD    TO WS-SUM-PERIOD(WS-SUM-COUNT).
003605     MOVE MS-CLOSE-QTY TO WS-SUM-OPEN-QTY(WS-SUM-COUNT).
003606     MOVE 'N'          TO WS-SUM-ROLLED-SWITCH(WS-SUM-COUNT).
003607 1520-EXIT.
003608     EXIT.
003609
003610 1530-ADD-SUMMARY-ENTRY.
003611     IF WS-SUM-COUNT >= WS-SUM-MAX
003612         DISPLAY 'ITMACTRP - SUMMARY VOLUME EXCEEDS TABLE '
003613             'MAXIMUM OF ' WS-SUM-MAX ' - JOB ABENDING'
003614         PERFORM 9900-ABEND-JOB
003615     END-IF.
003616     ADD 1 TO WS-SUM-COUNT.
003617     MOVE WS-SEARCH-KEY TO WS-SUM-KEY(WS-SUM-COUNT).
003618 1530-EXIT.
003619     EXIT.
003550
003560*-----------------------------------------------------------
003570* 2000-SELECT-HISTORY - SORT INPUT PROCEDURE. RELEASES THE
003900     EXIT.
003910
003920 2200-RELEASE-ONE-RECORD.
003921     IF HJ-RUN-DATE NUMERIC
003922       AND HJ-RUN-DATE > WS-TO-DATE
003923         DISPLAY 'ITMACTRP - READING STOPPED AT FIRST '
003924             'MOVEMENT AFTER TO-DATE'
003925         ADD 1 TO WS-SKIPPED-COUNT
003926         MOVE 'Y' TO WS-EOF-SWITCH
003927         GO TO 2200-EXIT
003928     END-IF.
003930     IF HJ-RUN-DATE NOT NUMERIC
003940       OR HJ-QTY NOT NUMERIC
003950       OR HJ-BEFORE-QTY NOT NUMERIC
003980         GO TO 2200-EXIT
003990     END-IF.
004000     IF HJ-RUN-DATE < WS-FROM-DATE
004010         PERFORM 2300-ROLL-OPENING THRU 2300-EXIT
004020         ADD 1 TO WS-SKIPPED-COUNT
004030         GO TO 2200-EXIT
004040     END-IF.
004070     ADD 1 TO WS-SELECTED-COUNT.
004080 2200-EXIT.
004090     EXIT.
004091
004092*-----------------------------------------------------------
004093* 2300-ROLL-OPENING - DETAIL BEFORE FROM-DATE BUT AFTER THE
004094* SUMMARY MONTH MOVES THE OPENING TO ITS AFTER QUANTITY.
004095* TXNHIST IS IN DATE ORDER, SO THE LAST ONE READ WINS.
004096*-----------------------------------------------------------
004097 2300-ROLL-OPENING.
004098     IF WS-SUM-COUNT = ZERO
004099         GO TO 2300-EXIT
004100     END-IF.
004101     MOVE HJ-ITEM-CODE TO WS-SEARCH-ITEM.
004102     MOVE HJ-WHSE      TO WS-SEARCH-WHSE.
004103     PERFORM 7000-FIND-SUMMARY THRU 7000-EXIT.
004104     IF NOT WS-SEARCH-FOUND
004105         GO TO 2300-EXIT
004106     END-IF.
004107     MOVE HJ-RUN-DATE(1:6) TO WS-HJ-PERIOD.
004108     IF WS-HJ-PERIOD NOT > WS-SUM-PERIOD(WS-SUM-IDX)
004109         GO TO 2300-EXIT
004110     END-IF.
004111     MOVE HJ-AFTER-QTY TO WS-SUM-OPEN-QTY(WS-SUM-IDX).
004112     MOVE 'Y'          TO WS-SUM-ROLLED-SWITCH(WS-SUM-IDX).
004113     ADD 1 TO WS-ROLLED-COUNT.
004114 2300-EXIT.
004115     EXIT.
004100
004110*-----------------------------------------------------------
004120* 3000-PRINT-ACTIVITY - SORT OUTPUT PROCEDURE. PRINTS THE
004680     WRITE ACTIVITY-RPT-RECORD FROM WS-RPT-GROUP-LINE
004690         AFTER ADVANCING 2 LINES.
004700     MOVE SR-BEFORE-QTY TO RPT-O-QTY.
004701     MOVE SPACES        TO RPT-O-SOURCE.
004702     MOVE SPACES        TO RPT-O-PERIOD.
004703     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
004704     IF WS-SUM-COUNT > ZERO
004705         MOVE SR-ITEM-CODE TO WS-SEARCH-ITEM
004706         MOVE SR-WHSE      TO WS-SEARCH-WHSE
004707         PERFORM 7000-FIND-SUMMARY THRU 7000-EXIT
004708     END-IF.
004709     IF WS-SEARCH-FOUND
004710         MOVE WS-SUM-OPEN-QTY(WS-SUM-IDX) TO RPT-O-QTY
004711         MOVE WS-SUM-PERIOD(WS-SUM-IDX)   TO RPT-O-PERIOD
004712         IF WS-SUM-ROLLED-SWITCH(WS-SUM-IDX) = 'Y'
004713             MOVE 'ROLLED FROM SUMMARY' TO RPT-O-SOURCE
004714         ELSE
004715             MOVE 'SUMMARY FOR'         TO RPT-O-SOURCE
004716         END-IF
004717     END-IF.
004718     WRITE ACTIVITY-RPT-RECORD FROM WS-RPT-OPEN-LINE
004719         AFTER ADVANCING 1 LINE.
004720     IF WS-SEARCH-FOUND
004721       AND WS-SUM-OPEN-QTY(WS-SUM-IDX) NOT = SR-BEFORE-QTY
004722         MOVE SR-BEFORE-QTY TO RPT-OD-QTY
004723         WRITE ACTIVITY-RPT-RECORD FROM WS-RPT-OPEN-DIFF-LINE
004724             AFTER ADVANCING 1 LINE
004725         ADD 1 TO WS-LINE-COUNT
004726         ADD 1 TO WS-OPEN-DIFF-COUNT
004727     END-IF.
004730     WRITE ACTIVITY-RPT-RECORD FROM WS-RPT-HEADING-2
004740         AFTER ADVANCING 1 LINE.
004750     ADD 4 TO WS-LINE-COUNT.
005110     ADD 1 TO WS-LINE-COUNT.
005120 4200-EXIT.
005130     EXIT.
005131
005132*-----------------------------------------------------------
005133* 7000-FIND-SUMMARY - BINARY SEARCH OF THE SUMMARY TABLE
005134*-----------------------------------------------------------
005135 7000-FIND-SUMMARY.
005136     MOVE 'N' TO WS-SEARCH-FOUND-SWITCH.
005137     IF WS-SUM-COUNT > 0
005138         SEARCH ALL WS-SUM-TABLE
005139             AT END
005140                 MOVE 'N' TO WS-SEARCH-FOUND-SWITCH
005141             WHEN WS-SUM-KEY(WS-SUM-IDX) = WS-SEARCH-KEY
005142                 MOVE 'Y' TO WS-SEARCH-FOUND-SWITCH
005143         END-SEARCH
005144     END-IF.
005145 7000-EXIT.
005146     EXIT.
005147
005150*-----------------------------------------------------------
005151* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
005152*-----------------------------------------------------------
005168*-----------------------------------------------------------
005180 9000-TERMINATE.
005181     IF WS-SKIPPED-COUNT > 0
005182       OR WS-OPEN-DIFF-COUNT > 0
005183         MOVE 'WARNING' TO WS-AUDIT-DISP
005184     ELSE
005185         MOVE 'NORMAL' TO WS-AUDIT-DISP
005186     END-IF.
005187     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
005188     CLOSE AUDIT-LOG-FILE.
005190     CLOSE ACTIVITY-RPT-FILE.
005200     DISPLAY 'ITMACTRP - HISTORY RECORDS READ: '
005210         WS-HIST-READ-COUNT.
005250         WS-SKIPPED-COUNT.
005260     DISPLAY 'ITMACTRP - ITEM/WHSE GROUPS:     '
005270         WS-GROUP-COUNT.
005271     DISPLAY 'ITMACTRP - SUMMARY OPENINGS:     '
005272         WS-SUM-COUNT.
005273     DISPLAY 'ITMACTRP - OPENINGS ROLLED:      '
005274         WS-ROLLED-COUNT.
005275     DISPLAY 'ITMACTRP - OPENINGS DISAGREEING: '
005276         WS-OPEN-DIFF-COUNT.
005280 9000-EXIT.
005290     EXIT.
005300
005400     IF WS-HJ-OPEN
005410         CLOSE TXN-HISTORY-FILE
005420     END-IF.
005422     IF WS-MS-OPEN
005424         CLOSE SUMMARY-IN-FILE
005426     END-IF.
005430     IF WS-AR-OPEN
005440         CLOSE ACTIVITY-RPT-FILE
005450     END-IF.
