000252*                  AUDITLOG (ITMAUDIT LAYOUT) WITH CARD,
000253*                  ADJUSTMENT, UNCOUNTED, AND REJECT
000254*                  COUNTS AND THE FINAL DISPOSITION.
000255* 10/06/2026 JH    CNTADJTX IS NOW WRITTEN AS A CONTROLLED
000256*                  BATCH FOR ITMTXNAP - A TYPE H HEADER WITH
000257*                  SOURCE SYSTEM ITMCYCNT AND THE BATCH
000258*                  NUMBER, AND A TYPE E TRAILER WITH THE
000259*                  ADJUSTMENT COUNT AND QUANTITY HASH TOTAL.
000260*                  THE BATCH NUMBER DEFAULTS TO THE RUN DATE
000261*                  (YYYYMMDD); THE BATCH-NO PARM OVERRIDES
000262*                  IT WHEN A SECOND COUNT RUNS THE SAME DAY.
000263* 10/12/2026 JH    SCHEDULED CYCLE COUNTS. WHEN THE EXPECTED
000264*                  COUNT LIST FROM ITMCCSCH (EXPCOUNT) IS
000265*                  SUPPLIED, THE UNCOUNTED LISTING BECOMES A
000266*                  LIST OF MISSED SCHEDULED COUNTS, WITH THE
000267*                  ABC CLASS, AND COUNTS OF ROWS NOT ON THE
000268*                  SCHEDULE ARE TOTALLED. THE COUNT HISTORY
000269*                  (CNTHIST IN, NEXTCHST OUT) CARRIES THE
000270*                  LAST COUNT DATE AND QUANTITY OF EVERY ROW
000271*                  FORWARD FOR THE NEXT SCHEDULE.
000260*-----------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000633         ASSIGN TO AUDITLOG
000634         ORGANIZATION IS SEQUENTIAL
000635         FILE STATUS IS WS-AL-FILE-STATUS.
000636
000637     SELECT EXPECTED-COUNT-FILE
000638         ASSIGN TO EXPCOUNT
000639         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-EC-FILE-STATUS.
000641
000642     SELECT COUNT-HISTORY-FILE
000643         ASSIGN TO CNTHIST
000644         ORGANIZATION IS SEQUENTIAL
000645         FILE STATUS IS WS-CH-FILE-STATUS.
000646
000647     SELECT NEW-COUNT-HISTORY-FILE
000648         ASSIGN TO NEXTCHST
000649         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-NH-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
001060     05  AT-QTY                   PIC 9(05).
001070     05  AT-WHSE                  PIC X(03).
001080     05  FILLER                   PIC X(51).
001081 01  ADJ-BATCH-HEADER-RECORD REDEFINES ADJ-TXN-RECORD.
001082     05  AH-BATCH-NO              PIC X(08).
001083     05  FILLER                   PIC X(12).
001084     05  AH-RECORD-TYPE           PIC X(01).
001085     05  AH-SOURCE-SYSTEM         PIC X(08).
001086     05  AH-BATCH-DATE            PIC 9(08).
001087     05  FILLER                   PIC X(43).
001088 01  ADJ-BATCH-TRAILER-RECORD REDEFINES ADJ-TXN-RECORD.
001089     05  AE-BATCH-NO              PIC X(08).
001090     05  FILLER                   PIC X(12).
001091     05  AE-RECORD-TYPE           PIC X(01).
001092     05  AE-RECORD-COUNT          PIC 9(07).
001093     05  AE-HASH-TOTAL            PIC 9(12).
001094     05  FILLER                   PIC X(40).
001090
001100 FD  UNCOUNTED-RPT-FILE
001110     LABEL RECORDS ARE STANDARD
001144 01  AUDIT-LOG-RECORD.
001145     COPY ITMAUDIT.
001146
001147*-----------------------------------------------------------
001148* EXPECTED COUNT LIST - ROWS SCHEDULED BY ITMCCSCH
001149*-----------------------------------------------------------
001150 FD  EXPECTED-COUNT-FILE
001151     LABEL RECORDS ARE STANDARD
001152     RECORD CONTAINS 80 CHARACTERS.
001153 01  EXPECTED-COUNT-RECORD.
001154     05  EC-ITEM-CODE             PIC X(20).
001155     05  EC-WHSE                  PIC X(03).
001156     05  EC-CLASS                 PIC X(01).
001157     05  EC-SCHED-DATE            PIC 9(08).
001158     05  EC-DUE-DATE              PIC 9(08).
001159     05  EC-LAST-COUNT-DATE       PIC 9(08).
001160     05  FILLER                   PIC X(32).
001161
001162*-----------------------------------------------------------
001163* COUNT HISTORY - LAST COUNT DATE AND QUANTITY PER ITEM AND
001164* WAREHOUSE, ASCENDING. OLD GENERATION IN, NEW ONE OUT.
001165*-----------------------------------------------------------
001166 FD  COUNT-HISTORY-FILE
001167     LABEL RECORDS ARE STANDARD
001168     RECORD CONTAINS 80 CHARACTERS.
001169 01  COUNT-HISTORY-RECORD.
001170     05  CH-KEY.
001171         10  CH-ITEM-CODE         PIC X(20).
001172         10  CH-WHSE              PIC X(03).
001173     05  CH-LAST-COUNT-DATE       PIC 9(08).
001174     05  CH-LAST-COUNT-QTY        PIC 9(05).
001175     05  FILLER                   PIC X(44).
001176
001177 FD  NEW-COUNT-HISTORY-FILE
001178     LABEL RECORDS ARE STANDARD
001179     RECORD CONTAINS 80 CHARACTERS.
001180 01  NEW-COUNT-HISTORY-RECORD.
001181     05  NH-ITEM-CODE             PIC X(20).
001182     05  NH-WHSE                  PIC X(03).
001183     05  NH-LAST-COUNT-DATE       PIC 9(08).
001184     05  NH-LAST-COUNT-QTY        PIC 9(05).
001185     05  FILLER                   PIC X(44).
001146
001150 WORKING-STORAGE SECTION.
001160 77  WS-TABLE-MAX                 PIC 9(05) VALUE 05000.
001170 77  WS-ITEM-COUNT                PIC 9(05) VALUE ZERO.
001341 77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001342 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001343 77  WS-AUDIT-DISP                PIC X(08) VALUE SPACES.
001344 77  WS-ADJ-BATCH-NO              PIC 9(08) VALUE ZERO.
001345 77  WS-ADJ-HASH-TOTAL            PIC 9(12) VALUE ZERO.
001346 77  WS-COUNT-DATE                PIC 9(08) VALUE ZERO.
001347 77  WS-LAST-HIST-KEY             PIC X(23) VALUE LOW-VALUES.
001348 77  WS-HIST-READ-COUNT           PIC 9(05) VALUE ZERO.
001349 77  WS-HIST-DROPPED-COUNT        PIC 9(05) VALUE ZERO.
001350 77  WS-HIST-WRITTEN-COUNT        PIC 9(05) VALUE ZERO.
001351 77  WS-EXP-READ-COUNT            PIC 9(05) VALUE ZERO.
001352 77  WS-EXP-NOT-FOUND-COUNT       PIC 9(05) VALUE ZERO.
001353 77  WS-UNSCHED-COUNT             PIC 9(05) VALUE ZERO.
001350
001360 01  WS-SWITCHES.
001370     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
001530         88  WS-UN-OPEN                 VALUE 'Y'.
001531     05  WS-AL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001532         88  WS-AL-OPEN                 VALUE 'Y'.
001533     05  WS-EC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001534         88  WS-EC-OPEN                 VALUE 'Y'.
001535     05  WS-CH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001536         88  WS-CH-OPEN                 VALUE 'Y'.
001537     05  WS-NH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001538         88  WS-NH-OPEN                 VALUE 'Y'.
001539     05  WS-SCHEDULE-SWITCH       PIC X(01) VALUE 'N'.
001540         88  WS-SCHEDULE-SUPPLIED       VALUE 'Y'.
001540
001550 01  WS-FILE-STATUSES.
001560     05  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001600     05  WS-AT-FILE-STATUS        PIC X(02) VALUE SPACES.
001610     05  WS-UN-FILE-STATUS        PIC X(02) VALUE SPACES.
001611     05  WS-AL-FILE-STATUS        PIC X(02) VALUE SPACES.
001613     05  WS-EC-FILE-STATUS        PIC X(02) VALUE SPACES.
001615     05  WS-CH-FILE-STATUS        PIC X(02) VALUE SPACES.
001617     05  WS-NH-FILE-STATUS        PIC X(02) VALUE SPACES.
001620
001630 01  WS-PARM-AREA.
001640     05  WS-PARM-KEYWORD          PIC X(20) VALUE SPACES.
001650     05  WS-PARM-VALUE            PIC X(20) VALUE SPACES.
001660     05  WS-PARM-NUMERIC          PIC 9(05) VALUE ZERO.
001662     05  WS-PARM-NUMERIC-8        PIC 9(08) VALUE ZERO.
001664     05  WS-PARM-MAX-DIGITS       PIC 9(01) VALUE 5.
001670     05  WS-PARM-DIGIT-SUB        PIC 9(02) COMP VALUE ZERO.
001680     05  WS-PARM-DIGIT-COUNT      PIC 9(01) VALUE ZERO.
001690     05  WS-PARM-DIGIT-X          PIC X(01) VALUE SPACE.
001900         10  WS-ITEM-DESC         PIC X(20).
001910         10  WS-COUNTED-SWITCH    PIC X(01).
001920             88  WS-ROW-COUNTED         VALUE 'Y'.
001921         10  WS-SCHEDULED-SWITCH  PIC X(01).
001922             88  WS-ROW-SCHEDULED       VALUE 'Y'.
001923         10  WS-ROW-CLASS         PIC X(01).
001924         10  WS-LAST-COUNT-DATE   PIC 9(08).
001925         10  WS-LAST-COUNT-QTY    PIC 9(05).
001930
001940 01  WS-RPT-HEADING-1             PIC X(132) VALUE
001950         'PHYSICAL COUNT VARIANCE REPORT'.
002360     05  FILLER                   PIC X(20) VALUE
002370             'WITHIN TOLERANCE:'.
002380     05  RPT-T-IN-TOL             PIC ZZ,ZZ9.
002381     05  FILLER                   PIC X(69) VALUE SPACES.
002382 01  WS-RPT-TOTAL-LINE-3.
002383     05  FILLER                   PIC X(26) VALUE
002384             'UNSCHEDULED COUNTS:'.
002385     05  RPT-T-UNSCHED            PIC ZZ,ZZ9.
002386     05  FILLER                   PIC X(05) VALUE SPACES.
002387     05  FILLER                   PIC X(20) VALUE
002388             'NOT ON EXTRACT:'.
002389     05  RPT-T-NOT-FOUND          PIC ZZ,ZZ9.
002390     05  FILLER                   PIC X(69) VALUE SPACES.
002400 01  WS-UN-HEADING-1.
002401     05  UN-H-TITLE               PIC X(30) VALUE
002410             'UNCOUNTED ITEMS LISTING'.
002411     05  FILLER                   PIC X(12) VALUE 'COUNT DATE:'.
002412     05  UN-H-COUNT-DATE          PIC 9(08).
002413     05  FILLER                   PIC X(82) VALUE SPACES.
002420 01  WS-UN-HEADING-2.
002430     05  FILLER                   PIC X(22) VALUE 'ITEM CODE'.
002440     05  FILLER                   PIC X(05) VALUE 'WH'.
002445     05  FILLER                   PIC X(05) VALUE 'CLS'.
002450     05  FILLER                   PIC X(10) VALUE 'BOOK QTY'.
002460     05  FILLER                   PIC X(22) VALUE 'DESCRIPTION'.
002470     05  FILLER                   PIC X(68) VALUE SPACES.
002480 01  WS-UN-DETAIL-LINE.
002490     05  UN-D-ITEM                PIC X(20).
002500     05  FILLER                   PIC X(02) VALUE SPACES.
002510     05  UN-D-WHSE                PIC X(03).
002520     05  FILLER                   PIC X(02) VALUE SPACES.
002521     05  UN-D-CLASS               PIC X(01).
002522     05  FILLER                   PIC X(04) VALUE SPACES.
002530     05  UN-D-BOOK                PIC ZZZZ9.
002540     05  FILLER                   PIC X(05) VALUE SPACES.
002550     05  UN-D-DESC                PIC X(20).
002560     05  FILLER                   PIC X(70) VALUE SPACES.
002570 01  WS-UN-TOTAL-LINE.
002580     05  UN-T-LABEL               PIC X(26) VALUE
002590             'UNCOUNTED ITEM ROWS:'.
002600     05  UN-T-COUNT               PIC ZZ,ZZ9.
002610     05  FILLER                   PIC X(100) VALUE SPACES.
002700     PERFORM 2000-LOAD-ITEM-TABLE THRU 2000-EXIT
002710         UNTIL WS-EOF-YES.
002720     MOVE 'N' TO WS-EOF-SWITCH.
002721     IF WS-CH-OPEN
002722         PERFORM 2200-LOAD-COUNT-HISTORY THRU 2200-EXIT
002723             UNTIL WS-EOF-YES
002724         MOVE 'N' TO WS-EOF-SWITCH
002725     END-IF.
002726     IF WS-SCHEDULE-SUPPLIED
002727         PERFORM 2400-LOAD-EXPECTED-COUNTS THRU 2400-EXIT
002728             UNTIL WS-EOF-YES
002729         MOVE 'N' TO WS-EOF-SWITCH
002730     END-IF.
002730     PERFORM 4100-WRITE-REPORT-HEADINGS THRU 4100-EXIT.
002740     PERFORM 3000-PROCESS-COUNT-CARDS THRU 3000-EXIT
002750         UNTIL WS-EOF-YES.
002840 1000-INITIALIZE.
002841     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002842     ACCEPT WS-RUN-TIME FROM TIME.
002845     MOVE WS-RUN-DATE TO WS-ADJ-BATCH-NO.
002847     MOVE WS-RUN-DATE TO WS-COUNT-DATE.
002850     PERFORM 1400-PROCESS-PARM-CARDS THRU 1400-EXIT.
002860     OPEN INPUT ITEM-TABLE-IN-FILE.
002870     IF WS-TI-FILE-STATUS NOT = '00'
003110         PERFORM 9900-ABEND-JOB
003120     END-IF.
003130     MOVE 'Y' TO WS-AT-OPEN-SWITCH.
003131     MOVE SPACES          TO ADJ-TXN-RECORD.
003132     MOVE WS-ADJ-BATCH-NO TO AH-BATCH-NO.
003133     MOVE 'H'             TO AH-RECORD-TYPE.
003134     MOVE 'ITMCYCNT'      TO AH-SOURCE-SYSTEM.
003135     MOVE WS-RUN-DATE     TO AH-BATCH-DATE.
003136     WRITE ADJ-TXN-RECORD.
003140     OPEN OUTPUT UNCOUNTED-RPT-FILE.
003150     IF WS-UN-FILE-STATUS NOT = '00'
003160         DISPLAY 'ITMCYCNT - UNABLE TO OPEN UNCOUNTED-RPT-'
003208         PERFORM 9900-ABEND-JOB
003209     END-IF.
003210     MOVE 'Y' TO WS-AL-OPEN-SWITCH.
003211     OPEN INPUT EXPECTED-COUNT-FILE.
003212     IF WS-EC-FILE-STATUS = '35'
003213         DISPLAY 'ITMCYCNT - NO EXPECTED COUNT LIST - EVERY '
003214             'EXTRACT ROW TREATED AS DUE'
003215     ELSE
003216         IF WS-EC-FILE-STATUS NOT = '00'
003217             DISPLAY 'ITMCYCNT - UNABLE TO OPEN EXPECTED-COUNT-'
003218                 'FILE - STATUS ' WS-EC-FILE-STATUS
003219             PERFORM 9900-ABEND-JOB
003220         END-IF
003221         MOVE 'Y' TO WS-EC-OPEN-SWITCH
003222         MOVE 'Y' TO WS-SCHEDULE-SWITCH
003223     END-IF.
003224     OPEN INPUT COUNT-HISTORY-FILE.
003225     IF WS-CH-FILE-STATUS = '35'
003226         DISPLAY 'ITMCYCNT - NO COUNT HISTORY FILE - HISTORY '
003227             'STARTS WITH THIS RUN'
003228     ELSE
003229         IF WS-CH-FILE-STATUS NOT = '00'
003230             DISPLAY 'ITMCYCNT - UNABLE TO OPEN COUNT-HISTORY-'
003231                 'FILE - STATUS ' WS-CH-FILE-STATUS
003232             PERFORM 9900-ABEND-JOB
003233         END-IF
003234         MOVE 'Y' TO WS-CH-OPEN-SWITCH
003235     END-IF.
003236     OPEN OUTPUT NEW-COUNT-HISTORY-FILE.
003237     IF WS-NH-FILE-STATUS NOT = '00'
003238         DISPLAY 'ITMCYCNT - UNABLE TO OPEN NEW-COUNT-HISTORY-'
003239             'FILE - STATUS ' WS-NH-FILE-STATUS
003240         PERFORM 9900-ABEND-JOB
003241     END-IF.
003242     MOVE 'Y' TO WS-NH-OPEN-SWITCH.
003211 1000-EXIT.
003220     EXIT.
003230
003660     UNSTRING PARM-CARD-RECORD DELIMITED BY '='
003670         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
003680     IF WS-PARM-KEYWORD = 'TOLERANCE-PCT'
003685         MOVE 5 TO WS-PARM-MAX-DIGITS
003690         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
003700         IF WS-PARM-NUM-OK
003710           AND WS-PARM-NUMERIC NOT > 100
003800             PERFORM 9900-ABEND-JOB
003810         END-IF
003820     END-IF.
003821     IF WS-PARM-KEYWORD = 'BATCH-NO'
003822         MOVE 8 TO WS-PARM-MAX-DIGITS
003823         PERFORM 1430-CONVERT-PARM-VALUE THRU 1430-EXIT
003824         IF WS-PARM-NUM-OK
003825           AND WS-PARM-NUMERIC-8 > ZERO
003826             MOVE WS-PARM-NUMERIC-8 TO WS-ADJ-BATCH-NO
003827             DISPLAY 'ITMCYCNT - PARM BATCH-NO='
003828                 WS-ADJ-BATCH-NO
003829             GO TO 1420-EXIT
003830         ELSE
003831             DISPLAY 'ITMCYCNT - INVALID BATCH-NO VALUE - '
003832                 WS-PARM-VALUE
003833             DISPLAY 'ITMCYCNT - MUST BE NUMERIC 1-99999999'
003834             PERFORM 9900-ABEND-JOB
003835         END-IF
003836     END-IF.
003837     DISPLAY 'ITMCYCNT - UNRECOGNIZED PARAMETER - '
003840         WS-PARM-KEYWORD.
003850     PERFORM 9900-ABEND-JOB.
003860 1420-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------
003900* 1430-CONVERT-PARM-VALUE - EDIT A PARM VALUE OF 1 TO
003910* WS-PARM-MAX-DIGITS DIGITS INTO WS-PARM-NUMERIC-8 (5 FOR
003915* TOLERANCE-PCT, ALSO MOVED TO WS-PARM-NUMERIC; 8 FOR A
003916* BATCH-NO IN THE YYYYMMDD STYLE OF THE RUN-DATE DEFAULT)
003920*-----------------------------------------------------------
003930 1430-CONVERT-PARM-VALUE.
003940     MOVE ZERO TO WS-PARM-NUMERIC.
003945     MOVE ZERO TO WS-PARM-NUMERIC-8.
003950     MOVE ZERO TO WS-PARM-DIGIT-COUNT.
003960     MOVE 1    TO WS-PARM-DIGIT-SUB.
003970     MOVE 'Y'  TO WS-PARM-NUM-OK-SWITCH.
004030     IF WS-PARM-DIGIT-COUNT = 0
004040         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
004050     END-IF.
004055     IF WS-PARM-NUM-OK AND WS-PARM-MAX-DIGITS NOT > 5
004056         MOVE WS-PARM-NUMERIC-8 TO WS-PARM-NUMERIC
004057     END-IF.
004060 1430-EXIT.
004070     EXIT.
004080
004170         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
004180         GO TO 1431-EXIT
004190     END-IF.
004200     IF WS-PARM-DIGIT-COUNT = WS-PARM-MAX-DIGITS
004210         MOVE 'N' TO WS-PARM-NUM-OK-SWITCH
004220         GO TO 1431-EXIT
004230     END-IF.
004240     MULTIPLY WS-PARM-NUMERIC-8 BY 10
004250         GIVING WS-PARM-NUMERIC-8.
004260     ADD WS-PARM-DIGIT-9 TO WS-PARM-NUMERIC-8.
004270     ADD 1 TO WS-PARM-DIGIT-COUNT.
004280     ADD 1 TO WS-PARM-DIGIT-SUB.
004290 1431-EXIT.
004630     MOVE TI-QTY      TO WS-QTY(WS-ITEM-COUNT).
004640     MOVE TI-CATEGORY TO WS-ITEM-CATEGORY(WS-ITEM-COUNT).
004650     MOVE TI-DESC     TO WS-ITEM-DESC(WS-ITEM-COUNT).
004652     MOVE 'N'         TO WS-SCHEDULED-SWITCH(WS-ITEM-COUNT).
004654     MOVE SPACE       TO WS-ROW-CLASS(WS-ITEM-COUNT).
004656     MOVE ZERO        TO WS-LAST-COUNT-DATE(WS-ITEM-COUNT).
004658     MOVE ZERO        TO WS-LAST-COUNT-QTY(WS-ITEM-COUNT).
004660     MOVE 'N'         TO WS-COUNTED-SWITCH(WS-ITEM-COUNT).
004670 2100-EXIT.
004680     EXIT.
004681
004682*-----------------------------------------------------------
004683* 2200-LOAD-COUNT-HISTORY - CARRY EACH ROW'S LAST COUNT ONTO
004684* THE TABLE. HISTORY FOR ROWS NO LONGER ON THE EXTRACT IS
004685* DROPPED.
004686*-----------------------------------------------------------
004687 2200-LOAD-COUNT-HISTORY.
004688     READ COUNT-HISTORY-FILE
004689         AT END
004690             MOVE 'Y' TO WS-EOF-SWITCH
004691         NOT AT END
004692             ADD 1 TO WS-HIST-READ-COUNT
004693             PERFORM 2300-APPLY-COUNT-HISTORY THRU 2300-EXIT
004694     END-READ.
004695 2200-EXIT.
004696     EXIT.
004697
004698 2300-APPLY-COUNT-HISTORY.
004699     IF CH-KEY NOT > WS-LAST-HIST-KEY
004700         DISPLAY 'ITMCYCNT - COUNT HISTORY OUT OF ASCENDING '
004701             'SEQUENCE OR DUPLICATE AT ' CH-KEY
004702         PERFORM 9900-ABEND-JOB
004703     END-IF.
004704     MOVE CH-KEY       TO WS-LAST-HIST-KEY.
004705     MOVE CH-ITEM-CODE TO WS-SEARCH-ITEM-CODE.
004706     MOVE CH-WHSE      TO WS-SEARCH-WHSE.
004707     PERFORM 7000-FIND-ITEM-BY-CODE THRU 7000-EXIT.
004708     IF NOT WS-SEARCH-FOUND
004709         ADD 1 TO WS-HIST-DROPPED-COUNT
004710         GO TO 2300-EXIT
004711     END-IF.
004712     IF CH-LAST-COUNT-DATE NUMERIC
004713       AND CH-LAST-COUNT-QTY NUMERIC
004714         MOVE CH-LAST-COUNT-DATE
004715             TO WS-LAST-COUNT-DATE(WS-TAB-IDX)
004716         MOVE CH-LAST-COUNT-QTY
004717             TO WS-LAST-COUNT-QTY(WS-TAB-IDX)
004718     END-IF.
004719 2300-EXIT.
004720     EXIT.
004721
004722*-----------------------------------------------------------
004723* 2400-LOAD-EXPECTED-COUNTS - MARK THE ROWS SCHEDULED FOR
004724* THIS COUNT. THE SCHEDULE DATE BECOMES THE COUNT DATE
004725* RECORDED IN THE HISTORY.
004726*-----------------------------------------------------------
004727 2400-LOAD-EXPECTED-COUNTS.
004728     READ EXPECTED-COUNT-FILE
004729         AT END
004730             MOVE 'Y' TO WS-EOF-SWITCH
004731         NOT AT END
004732             ADD 1 TO WS-EXP-READ-COUNT
004733             PERFORM 2500-MARK-SCHEDULED-ROW THRU 2500-EXIT
004734     END-READ.
004735 2400-EXIT.
004736     EXIT.
004737
004738 2500-MARK-SCHEDULED-ROW.
004739     IF EC-SCHED-DATE NUMERIC
004740       AND EC-SCHED-DATE > ZERO
004741         MOVE EC-SCHED-DATE TO WS-COUNT-DATE
004742     END-IF.
004743     MOVE EC-ITEM-CODE TO WS-SEARCH-ITEM-CODE.
004744     MOVE EC-WHSE      TO WS-SEARCH-WHSE.
004745     PERFORM 7000-FIND-ITEM-BY-CODE THRU 7000-EXIT.
004746     IF NOT WS-SEARCH-FOUND
004747         ADD 1 TO WS-EXP-NOT-FOUND-COUNT
004748         DISPLAY 'ITMCYCNT - SCHEDULED ROW NOT ON EXTRACT - '
004749             EC-ITEM-CODE ' ' EC-WHSE
004750         GO TO 2500-EXIT
004751     END-IF.
004752     MOVE 'Y'      TO WS-SCHEDULED-SWITCH(WS-TAB-IDX).
004753     MOVE EC-CLASS TO WS-ROW-CLASS(WS-TAB-IDX).
004754 2500-EXIT.
004755     EXIT.
004690
004700*-----------------------------------------------------------
004710* 3000-PROCESS-COUNT-CARDS - READ AND MATCH ONE COUNT CARD
005240     END-IF.
005250     ADD 1 TO WS-CARD-MATCHED-COUNT.
005260     MOVE 'Y' TO WS-COUNTED-SWITCH(WS-TAB-SUB).
005261     MOVE WS-COUNT-DATE  TO WS-LAST-COUNT-DATE(WS-TAB-SUB).
005262     MOVE WS-COUNTED-QTY TO WS-LAST-COUNT-QTY(WS-TAB-SUB).
005263     IF WS-SCHEDULE-SUPPLIED
005264       AND NOT WS-ROW-SCHEDULED(WS-TAB-SUB)
005265         ADD 1 TO WS-UNSCHED-COUNT
005266     END-IF.
005270     PERFORM 3200-CHECK-VARIANCE THRU 3200-EXIT.
005280 3100-EXIT.
005290     EXIT.
005690     MOVE WS-WHSE(WS-TAB-SUB) TO AT-WHSE.
005700     WRITE ADJ-TXN-RECORD.
005710     ADD 1 TO WS-ADJ-WRITTEN-COUNT.
005711     ADD WS-COUNTED-QTY TO WS-ADJ-HASH-TOTAL.
005720 3300-EXIT.
005730     EXIT.
005740
006100     MOVE WS-IN-TOL-COUNT      TO RPT-T-IN-TOL.
006110     WRITE VARIANCE-RPT-RECORD FROM WS-RPT-TOTAL-LINE-2
006120         AFTER ADVANCING 1 LINE.
006121     IF WS-SCHEDULE-SUPPLIED
006122         MOVE WS-UNSCHED-COUNT       TO RPT-T-UNSCHED
006123         MOVE WS-EXP-NOT-FOUND-COUNT TO RPT-T-NOT-FOUND
006124         WRITE VARIANCE-RPT-RECORD FROM WS-RPT-TOTAL-LINE-3
006125             AFTER ADVANCING 1 LINE
006126     END-IF.
006130 5000-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------
006170* 6000-LIST-UNCOUNTED-ITEMS - EXTRACT ROWS NO COUNT CARD
006180* TOUCHED, FOR THE SUPERVISOR. WITH A SCHEDULE, ONLY THE
006181* SCHEDULED ROWS THAT WERE MISSED ARE LISTED.
006190*-----------------------------------------------------------
006200 6000-LIST-UNCOUNTED-ITEMS.
006201     MOVE WS-COUNT-DATE TO UN-H-COUNT-DATE.
006202     IF WS-SCHEDULE-SUPPLIED
006203         MOVE 'MISSED SCHEDULED COUNTS' TO UN-H-TITLE
006204         MOVE 'MISSED SCHEDULED COUNTS:' TO UN-T-LABEL
006205     END-IF.
006210     PERFORM 6100-WRITE-UNCOUNTED-HEADINGS THRU 6100-EXIT.
006220     PERFORM 6200-CHECK-ONE-ROW THRU 6200-EXIT
006230         VARYING WS-TAB-IDX FROM 1 BY 1
006410     IF WS-ROW-COUNTED(WS-TAB-IDX)
006420         GO TO 6200-EXIT
006430     END-IF.
006431     IF WS-SCHEDULE-SUPPLIED
006432       AND NOT WS-ROW-SCHEDULED(WS-TAB-IDX)
006433         GO TO 6200-EXIT
006434     END-IF.
006440     ADD 1 TO WS-UNCOUNTED-COUNT.
006450     IF WS-UN-LINE-COUNT > 50
006460         PERFORM 6100-WRITE-UNCOUNTED-HEADINGS THRU 6100-EXIT
006480     MOVE SPACES                   TO WS-UN-DETAIL-LINE.
006490     MOVE WS-ITEM(WS-TAB-IDX)      TO UN-D-ITEM.
006500     MOVE WS-WHSE(WS-TAB-IDX)      TO UN-D-WHSE.
006505     MOVE WS-ROW-CLASS(WS-TAB-IDX) TO UN-D-CLASS.
006510     MOVE WS-QTY(WS-TAB-IDX)       TO UN-D-BOOK.
006520     MOVE WS-ITEM-DESC(WS-TAB-IDX) TO UN-D-DESC.
006530     WRITE UNCOUNTED-RPT-RECORD FROM WS-UN-DETAIL-LINE
006720     END-IF.
006730 7000-EXIT.
006740     EXIT.
006741
006742*-----------------------------------------------------------
006743* 7500-WRITE-COUNT-HISTORY - NEW GENERATION OF THE COUNT
006744* HISTORY, ONE RECORD PER EXTRACT ROW EVER COUNTED
006745*-----------------------------------------------------------
006746 7500-WRITE-COUNT-HISTORY.
006747     IF WS-LAST-COUNT-DATE(WS-TAB-IDX) = ZERO
006748         GO TO 7500-EXIT
006749     END-IF.
006750     MOVE SPACES TO NEW-COUNT-HISTORY-RECORD.
006751     MOVE WS-ITEM(WS-TAB-IDX)            TO NH-ITEM-CODE.
006752     MOVE WS-WHSE(WS-TAB-IDX)            TO NH-WHSE.
006753     MOVE WS-LAST-COUNT-DATE(WS-TAB-IDX) TO NH-LAST-COUNT-DATE.
006754     MOVE WS-LAST-COUNT-QTY(WS-TAB-IDX)  TO NH-LAST-COUNT-QTY.
006755     WRITE NEW-COUNT-HISTORY-RECORD.
006756     ADD 1 TO WS-HIST-WRITTEN-COUNT.
006757 7500-EXIT.
006758     EXIT.
006750
006760*-----------------------------------------------------------
006761* 8000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
006778*-----------------------------------------------------------
006790 9000-TERMINATE.
006791     IF WS-CARD-REJECT-COUNT > 0 OR WS-UNCOUNTED-COUNT > 0
006792       OR WS-EXP-NOT-FOUND-COUNT > 0
006792         MOVE 'WARNING' TO WS-AUDIT-DISP
006793     ELSE
006794         MOVE 'NORMAL' TO WS-AUDIT-DISP
006795     END-IF.
006796     PERFORM 7500-WRITE-COUNT-HISTORY THRU 7500-EXIT
006797         VARYING WS-TAB-IDX FROM 1 BY 1
006798         UNTIL WS-TAB-IDX > WS-ITEM-COUNT.
006796     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-EXIT.
006797     CLOSE AUDIT-LOG-FILE.
006798     MOVE SPACES               TO ADJ-TXN-RECORD.
006799     MOVE WS-ADJ-BATCH-NO      TO AE-BATCH-NO.
006800     MOVE 'E'                  TO AE-RECORD-TYPE.
006801     MOVE WS-ADJ-WRITTEN-COUNT TO AE-RECORD-COUNT.
006802     MOVE WS-ADJ-HASH-TOTAL    TO AE-HASH-TOTAL.
006803     WRITE ADJ-TXN-RECORD.
006804     CLOSE ITEM-TABLE-IN-FILE.
006810     CLOSE COUNT-CARD-FILE.
006820     CLOSE VARIANCE-RPT-FILE.
006830     CLOSE ADJ-TXN-FILE.
006840     CLOSE UNCOUNTED-RPT-FILE.
006841     IF WS-EC-OPEN
006842         CLOSE EXPECTED-COUNT-FILE
006843     END-IF.
006844     IF WS-CH-OPEN
006845         CLOSE COUNT-HISTORY-FILE
006846     END-IF.
006847     CLOSE NEW-COUNT-HISTORY-FILE.
006850     DISPLAY 'ITMCYCNT - COUNT CARDS READ:     '
006860         WS-CARD-READ-COUNT.
006870     DISPLAY 'ITMCYCNT - CARDS MATCHED:        '
006920         WS-ADJ-WRITTEN-COUNT.
006930     DISPLAY 'ITMCYCNT - UNCOUNTED ITEM ROWS:  '
006940         WS-UNCOUNTED-COUNT.
006941     IF WS-SCHEDULE-SUPPLIED
006942         DISPLAY 'ITMCYCNT - ROWS SCHEDULED:       '
006943             WS-EXP-READ-COUNT
006944         DISPLAY 'ITMCYCNT - UNSCHEDULED COUNTS:   '
006945             WS-UNSCHED-COUNT
006946     END-IF.
006947     DISPLAY 'ITMCYCNT - COUNT HISTORY WRITTEN: '
006948         WS-HIST-WRITTEN-COUNT.
006949     IF WS-HIST-DROPPED-COUNT > 0
006950         DISPLAY 'ITMCYCNT - HISTORY ROWS DROPPED: '
006951             WS-HIST-DROPPED-COUNT
006952     END-IF.
006941     DISPLAY 'ITMCYCNT - ADJUSTMENT BATCH NO:  '
006942         WS-ADJ-BATCH-NO.
006943     DISPLAY 'ITMCYCNT - ADJUSTMENT HASH TOTAL: '
006944         WS-ADJ-HASH-TOTAL.
006950 9000-EXIT.
006960     EXIT.
006970
007190     IF WS-UN-OPEN
007200         CLOSE UNCOUNTED-RPT-FILE
007210     END-IF.
007211     IF WS-EC-OPEN
007212         CLOSE EXPECTED-COUNT-FILE
007213     END-IF.
007214     IF WS-CH-OPEN
007215         CLOSE COUNT-HISTORY-FILE
007216     END-IF.
007217     IF WS-NH-OPEN
007218         CLOSE NEW-COUNT-HISTORY-FILE
007219     END-IF.
007220     STOP RUN.
