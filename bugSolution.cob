000857*                  AN EXISTING AUDITLOG IN THE OLD LAYOUT
000858*                  SHOULD BE ARCHIVED AND A FRESH ONE
000859*                  STARTED.
000860* 10/13/2026 JH    LOT AND EXPIRATION TRACKING. A NEW TYPE 4
000861*                  LOT DETAIL RECORD MAY FOLLOW ANY ITEM/
000862*                  WAREHOUSE ROW ON THE ITEM MASTER WITH THE
000863*                  LOT NUMBER, RECEIVED DATE, EXPIRATION DATE,
000864*                  AND LOT QUANTITY. LOTS ARE NOT COUNTED IN
000865*                  THE TRAILER. EACH ROW'S LOT QUANTITIES MUST
000866*                  ADD UP TO THE WAREHOUSE QUANTITY. A ROW THAT
000867*                  DOES NOT, AND ANY LOT THAT IS INVALID,
000868*                  REPEATED, OR HAS NO ROW IN FRONT OF IT, IS
000869*                  LISTED ON THE EXCEPTION REPORT (NOT
000870*                  SUSPFILE - A LOT CANNOT BE CORRECTED BY A
000871*                  QUANTITY REAPPLY) AND SETS RETURN CODE 4.
000872*                  VALID LOTS ARE WRITTEN TO THE NEW LOTTBOUT
000873*                  EXTRACT IN ITEM, WAREHOUSE, EXPIRATION DATE
000874*                  SEQUENCE.
000840*-----------------------------------------------------------
000850
000860 ENVIRONMENT DIVISION.
001290         ASSIGN TO ITMTBOUT
001300         ORGANIZATION IS SEQUENTIAL
001310         FILE STATUS IS WS-TO-FILE-STATUS.
001311
001312     SELECT LOT-TABLE-OUT-FILE
001313         ASSIGN TO LOTTBOUT
001314         ORGANIZATION IS SEQUENTIAL
001315         FILE STATUS IS WS-LT-FILE-STATUS.
001320
001330     SELECT ITEM-VSAM-FILE
001340         ASSIGN TO ITMVSAM
001590         88  IM-HEADER-REC             VALUE '1'.
001600         88  IM-DETAIL-REC             VALUE '2'.
001610         88  IM-WH-DETAIL-REC          VALUE '3'.
001615         88  IM-LOT-DETAIL-REC         VALUE '4'.
001620         88  IM-TRAILER-REC            VALUE '9'.
001630     05  IM-ITEM-CODE             PIC X(20).
001640     05  IM-QTY-ON-HAND           PIC X(05).
001770     05  IM-TR-RECORD-TYPE        PIC X(01).
001780     05  IM-TR-EXPECTED-COUNT     PIC 9(05).
001790     05  FILLER                   PIC X(74).
001791 01  IM-LOT-DETAIL-RECORD REDEFINES IM-DETAIL-RECORD.
001792     05  IM-LT-RECORD-TYPE        PIC X(01).
001793     05  IM-LT-ITEM-CODE          PIC X(20).
001794     05  IM-LT-WAREHOUSE          PIC X(03).
001795     05  IM-LT-LOT-NO             PIC X(10).
001796     05  IM-LT-RECD-DATE          PIC X(08).
001797     05  IM-LT-EXP-DATE           PIC X(08).
001798     05  IM-LT-QTY                PIC X(05).
001799     05  FILLER                   PIC X(25).
001800
001810 FD  DUP-RPT-FILE
001820     LABEL RECORDS ARE STANDARD
002070     05  EX-ITEM-CODE             PIC X(20).
002080     05  EX-QTY-VALUE             PIC X(05).
002090     05  EX-REASON                PIC X(30).
002100     05  EX-WHSE                  PIC X(03).
002101     05  FILLER                   PIC X(22).
002110
002120 FD  CHECKPOINT-FILE
002130     LABEL RECORDS ARE STANDARD
002350     05  OUT-CATEGORY             PIC X(04).
002360     05  OUT-DESC                 PIC X(20).
002370     05  FILLER                   PIC X(28).
002371
002372 FD  LOT-TABLE-OUT-FILE
002373     LABEL RECORDS ARE STANDARD
002374     RECORD CONTAINS 80 CHARACTERS.
002375 01  LOT-TABLE-OUT-RECORD.
002376     05  LT-KEY.
002377         10  LT-ITEM              PIC X(20).
002378         10  LT-WHSE              PIC X(03).
002379         10  LT-EXP-DATE          PIC 9(08).
002380         10  LT-LOT-NO            PIC X(10).
002381     05  LT-RECD-DATE             PIC 9(08).
002382     05  LT-LOT-QTY               PIC 9(05).
002383     05  FILLER                   PIC X(26).
002380
002390 FD  ITEM-VSAM-FILE
002400     LABEL RECORDS ARE STANDARD
002915 77  WS-SUSP-AGE                  PIC 9(05) VALUE ZERO.
002916 77  WS-RUN-DAY-NUM               PIC 9(07) VALUE ZERO.
002917 77  WS-FIRST-DAY-NUM             PIC 9(07) VALUE ZERO.
002918 77  WS-LOT-MAX                   PIC 9(05) VALUE 10000.
002919 77  WS-LOT-COUNT                 PIC 9(05) VALUE ZERO.
002920 77  WS-LOT-SUB                   PIC 9(05) COMP VALUE ZERO.
002921 77  WS-LOT-INS-SUB               PIC 9(05) COMP VALUE ZERO.
002922 77  WS-LOT-PREV-SUB              PIC 9(05) COMP VALUE ZERO.
002923 77  WS-LOT-READ-COUNT            PIC 9(05) VALUE ZERO.
002924 77  WS-LOT-EXC-COUNT             PIC 9(05) VALUE ZERO.
002925 77  WS-LOT-SKIPPED-COUNT         PIC 9(05) VALUE ZERO.
002926 77  WS-LOT-ROW-COUNT             PIC 9(05) VALUE ZERO.
002927 77  WS-LOT-ROW-LOTS              PIC 9(05) VALUE ZERO.
002928 77  WS-LOT-ROW-SUM               PIC 9(08) VALUE ZERO.
002929 77  WS-LOT-QTY-EDIT              PIC 9(05) VALUE ZERO.
002910
002920 01  WS-SWITCHES.
002930     05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
003330         88  WS-WO-OPEN                 VALUE 'Y'.
003331     05  WS-PS-FOUND-SWITCH       PIC X(01) VALUE 'N'.
003332         88  WS-PS-FOUND                VALUE 'Y'.
003333     05  WS-LT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
003334         88  WS-LT-OPEN                 VALUE 'Y'.
003335     05  WS-LOT-SCAN-SWITCH       PIC X(01) VALUE 'N'.
003336         88  WS-LOT-SCAN-DONE           VALUE 'Y'.
003337     05  WS-LOT-DUP-SWITCH        PIC X(01) VALUE 'N'.
003338         88  WS-LOT-DUP-FOUND           VALUE 'Y'.
003330
003340 01  WS-FILE-STATUSES.
003350     05  WS-IM-FILE-STATUS        PIC X(02) VALUE SPACES.
003441     05  WS-CT-FILE-STATUS        PIC X(02) VALUE SPACES.
003442     05  WS-PS-FILE-STATUS        PIC X(02) VALUE SPACES.
003443     05  WS-WO-FILE-STATUS        PIC X(02) VALUE SPACES.
003446     05  WS-LT-FILE-STATUS        PIC X(02) VALUE SPACES.
003450
003460 01  WS-VALIDATION-AREA.
003470     05  WS-QTY-RAW               PIC X(05) VALUE SPACES.
003780         10  WS-IN-WHSE           PIC X(03).
003790     05  WS-IN-CATEGORY           PIC X(04).
003800     05  WS-IN-DESC               PIC X(20).
003801
003802*-----------------------------------------------------------
003803* LOT DETAIL - THE LOT BEING LOADED AND THE LOTS LOADED SO
003804* FAR, KEPT IN ITEM, WAREHOUSE, EXPIRATION DATE, LOT NUMBER
003805* SEQUENCE SO THE EARLIEST-EXPIRING LOT OF A ROW IS FIRST
003806*-----------------------------------------------------------
003807 01  WS-LOT-INPUT.
003808     05  WS-LOT-NEW-KEY.
003809         10  WS-LOT-NEW-ROW-KEY.
003810             15  WS-LOT-NEW-ITEM  PIC X(20).
003811             15  WS-LOT-NEW-WHSE  PIC X(03).
003812         10  WS-LOT-NEW-EXP-DATE  PIC 9(08).
003813         10  WS-LOT-NEW-LOT-NO    PIC X(10).
003814     05  WS-LOT-NEW-RECD-DATE     PIC 9(08).
003815     05  WS-LOT-NEW-QTY           PIC 9(05).
003816
003817 01  WS-LOT-DATA-AREA.
003818     05  WS-LOT-TABLE OCCURS 0 TO 10000 TIMES
003819                   DEPENDING ON WS-LOT-COUNT.
003820         10  WS-LOT-KEY.
003821             15  WS-LOT-ROW-KEY.
003822                 20  WS-LOT-ITEM  PIC X(20).
003823                 20  WS-LOT-WHSE  PIC X(03).
003824             15  WS-LOT-EXP-DATE  PIC 9(08).
003825             15  WS-LOT-NO        PIC X(10).
003826         10  WS-LOT-RECD-DATE     PIC 9(08).
003827         10  WS-LOT-QTY           PIC 9(05).
003810
003820 01  WS-WH-LIST-AREA.
003830     05  WS-WH-ENTRY OCCURS 10 TIMES.
005190         PERFORM 9900-ABEND-JOB
005200     END-IF.
005210     MOVE 'Y' TO WS-TO-OPEN-SWITCH.
005211     OPEN OUTPUT LOT-TABLE-OUT-FILE.
005212     IF WS-LT-FILE-STATUS NOT = '00'
005213         DISPLAY 'ITMTBLLD - UNABLE TO OPEN LOT-TABLE-OUT-'
005214             'FILE - STATUS ' WS-LT-FILE-STATUS
005215         PERFORM 9900-ABEND-JOB
005216     END-IF.
005217     MOVE 'Y' TO WS-LT-OPEN-SWITCH.
005220     OPEN OUTPUT ITEM-VSAM-FILE.
005230     IF WS-VS-FILE-STATUS NOT = '00'
005240         DISPLAY 'ITMTBLLD - UNABLE TO OPEN ITEM-VSAM-FILE - '
008050                             THRU 2110-EXIT
008060                     END-IF
008070                 ELSE
008071                     IF IM-LOT-DETAIL-REC
008072                         PERFORM 2400-LOAD-LOT-ENTRY
008073                             THRU 2400-EXIT
008074                         GO TO 1200-RELOAD-DETAIL-RECORD
008075                     END-IF
008080                     DISPLAY 'ITMTBLLD - UNRECOGNIZED ITEM '
008090                         'MASTER RECORD TYPE - '
008100                         IM-RECORD-TYPE
008450     EXIT.
008460
008470 2100-PROCESS-RECORD.
008472     IF IM-LOT-DETAIL-REC
008474         PERFORM 2400-LOAD-LOT-ENTRY THRU 2400-EXIT
008476         GO TO 2100-EXIT
008478     END-IF.
008480     IF IM-TRAILER-REC
008490         MOVE IM-TR-EXPECTED-COUNT TO WS-EXPECTED-COUNT
008500         MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
009030             'ORDER - JOB ABENDING'
009040         PERFORM 9900-ABEND-JOB
009050     END-IF.
009055     PERFORM 2450-CHECK-LOT-TOTAL THRU 2450-EXIT.
009060     MOVE WS-IN-KEY TO WS-LAST-LOADED-KEY.
009070     ADD 1 TO WS-ITEM-COUNT.
009080     MOVE WS-IN-ITEM     TO WS-ITEM(WS-ITEM-COUNT).
009510     IF WS-DUP-SUM-QTYS
009520         IF WS-QTY-RAW NOT NUMERIC
009530             MOVE WS-IN-ITEM       TO EX-ITEM-CODE
009531             MOVE WS-IN-WHSE       TO EX-WHSE
009540             MOVE WS-QTY-RAW       TO EX-QTY-VALUE
009550             MOVE 'NON-NUMERIC DUPLICATE QUANTITY'
009560                 TO EX-REASON
009660         IF WS-DUP-SUM-WORK > 99999
009670             MOVE 99999 TO WS-QTY(WS-ITEM-COUNT)
009680             MOVE WS-IN-ITEM     TO EX-ITEM-CODE
009681             MOVE WS-IN-WHSE     TO EX-WHSE
009690             MOVE WS-QTY-RAW     TO EX-QTY-VALUE
009700             MOVE 'DUPLICATE SUM EXCEEDS MAXIMUM'
009710                 TO EX-REASON
010370     END-IF.
010380     IF NOT WS-QTY-IS-VALID
010390         MOVE WS-ITEM(WS-ITEM-COUNT) TO EX-ITEM-CODE
010391         MOVE WS-IN-WHSE              TO EX-WHSE
010400         MOVE WS-QTY-RAW              TO EX-QTY-VALUE
010410         MOVE WS-EXCEPTION-REASON     TO EX-REASON
010420         WRITE EXCEPTION-RPT-RECORD
010633     END-IF.
010634     ADD 1 TO WS-CAT-EXC-COUNT.
010635     MOVE WS-ITEM(WS-ITEM-COUNT) TO EX-ITEM-CODE.
010636     MOVE WS-IN-WHSE             TO EX-WHSE.
010636     MOVE WS-QTY-RAW             TO EX-QTY-VALUE.
010637     MOVE 'UNKNOWN ITEM CATEGORY' TO EX-REASON.
010638     WRITE EXCEPTION-RPT-RECORD.
010700     WRITE CHECKPOINT-RECORD.
010710 2300-EXIT.
010720     EXIT.
010721
010722*-----------------------------------------------------------
010723* 2400-LOAD-LOT-ENTRY - A TYPE 4 LOT BELONGS TO THE ROW JUST
010724* LOADED. IT IS EDITED AND SLOTTED INTO THE LOT TABLE IN
010725* EXPIRATION SEQUENCE WITHIN THAT ROW. LOT ERRORS GO TO THE
010726* EXCEPTION REPORT ONLY.
010727*-----------------------------------------------------------
010728 2400-LOAD-LOT-ENTRY.
010729     ADD 1 TO WS-LOT-READ-COUNT.
010730     IF WS-TABLE-OVERFLOW
010731         ADD 1 TO WS-LOT-SKIPPED-COUNT
010732         GO TO 2400-EXIT
010733     END-IF.
010734     MOVE IM-LT-ITEM-CODE TO WS-LOT-NEW-ITEM.
010735     IF IM-LT-WAREHOUSE = SPACES
010736         MOVE '001'           TO WS-LOT-NEW-WHSE
010737     ELSE
010738         MOVE IM-LT-WAREHOUSE TO WS-LOT-NEW-WHSE
010739     END-IF.
010740     MOVE IM-LT-LOT-NO    TO WS-LOT-NEW-LOT-NO.
010741     MOVE IM-LT-QTY       TO EX-QTY-VALUE.
010742     MOVE SPACES          TO WS-EXCEPTION-REASON.
010743     IF WS-ITEM-COUNT = ZERO
010744       OR WS-LOT-NEW-ROW-KEY NOT = WS-LAST-LOADED-KEY
010745         MOVE 'LOT HAS NO WAREHOUSE ROW' TO WS-EXCEPTION-REASON
010746         PERFORM 2440-WRITE-LOT-EXCEPTION THRU 2440-EXIT
010747         GO TO 2400-EXIT
010748     END-IF.
010749     IF IM-LT-LOT-NO = SPACES
010750         MOVE 'MISSING LOT NUMBER' TO WS-EXCEPTION-REASON
010751     END-IF.
010752     IF IM-LT-RECD-DATE NOT NUMERIC
010753         MOVE 'INVALID LOT RECEIVED DATE' TO WS-EXCEPTION-REASON
010754     END-IF.
010755     IF IM-LT-EXP-DATE NOT NUMERIC
010756         MOVE 'INVALID LOT EXPIRATION DATE' TO WS-EXCEPTION-REASON
010757     ELSE
010758         MOVE IM-LT-EXP-DATE TO WS-LOT-NEW-EXP-DATE
010759         IF WS-LOT-NEW-EXP-DATE = ZERO
010760             MOVE 'INVALID LOT EXPIRATION DATE'
010761                 TO WS-EXCEPTION-REASON
010762         END-IF
010763     END-IF.
010764     IF IM-LT-QTY NOT NUMERIC
010765         MOVE 'INVALID LOT QUANTITY' TO WS-EXCEPTION-REASON
010766     ELSE
010767         MOVE IM-LT-QTY TO WS-LOT-NEW-QTY
010768         IF WS-LOT-NEW-QTY = ZERO
010769             MOVE 'INVALID LOT QUANTITY' TO WS-EXCEPTION-REASON
010770         END-IF
010771     END-IF.
010772     IF WS-EXCEPTION-REASON NOT = SPACES
010773         PERFORM 2440-WRITE-LOT-EXCEPTION THRU 2440-EXIT
010774         GO TO 2400-EXIT
010775     END-IF.
010776     MOVE IM-LT-RECD-DATE TO WS-LOT-NEW-RECD-DATE.
010777     MOVE 'N' TO WS-LOT-DUP-SWITCH.
010778     MOVE 'N' TO WS-LOT-SCAN-SWITCH.
010779     MOVE WS-LOT-COUNT TO WS-LOT-SUB.
010780     PERFORM 2410-SCAN-ROW-LOTS THRU 2410-EXIT
010781         UNTIL WS-LOT-SCAN-DONE
010782            OR WS-LOT-SUB < 1.
010783     IF WS-LOT-DUP-FOUND
010784         MOVE 'DUPLICATE LOT NUMBER' TO WS-EXCEPTION-REASON
010785         PERFORM 2440-WRITE-LOT-EXCEPTION THRU 2440-EXIT
010786         GO TO 2400-EXIT
010787     END-IF.
010788     IF WS-LOT-COUNT >= WS-LOT-MAX
010789         DISPLAY 'ITMTBLLD - LOT VOLUME EXCEEDS TABLE MAXIMUM '
010790             'OF ' WS-LOT-MAX ' - JOB ABENDING'
010791         PERFORM 9900-ABEND-JOB
010792     END-IF.
010793     ADD 1 TO WS-LOT-COUNT.
010794     MOVE WS-LOT-COUNT TO WS-LOT-INS-SUB.
010795     MOVE 'N' TO WS-LOT-SCAN-SWITCH.
010796     PERFORM 2420-SHIFT-LOT-SLOT THRU 2420-EXIT
010797         UNTIL WS-LOT-SCAN-DONE
010798            OR WS-LOT-INS-SUB = 1.
010799     MOVE WS-LOT-NEW-KEY  TO WS-LOT-KEY(WS-LOT-INS-SUB).
010800     MOVE WS-LOT-NEW-RECD-DATE
010801                          TO WS-LOT-RECD-DATE(WS-LOT-INS-SUB).
010802     MOVE WS-LOT-NEW-QTY  TO WS-LOT-QTY(WS-LOT-INS-SUB).
010803     IF WS-LOT-ROW-LOTS = ZERO
010804         ADD 1 TO WS-LOT-ROW-COUNT
010805     END-IF.
010806     ADD 1 TO WS-LOT-ROW-LOTS.
010807     ADD WS-LOT-NEW-QTY TO WS-LOT-ROW-SUM.
010808 2400-EXIT.
010809     EXIT.
010810
010811*-----------------------------------------------------------
010812* 2410-SCAN-ROW-LOTS - BACKWARD OVER THE CURRENT ROW'S LOTS,
010813* WHICH ARE ALWAYS THE LAST ENTRIES IN THE LOT TABLE
010814*-----------------------------------------------------------
010815 2410-SCAN-ROW-LOTS.
010816     IF WS-LOT-ROW-KEY(WS-LOT-SUB) NOT = WS-LOT-NEW-ROW-KEY
010817         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
010818         GO TO 2410-EXIT
010819     END-IF.
010820     IF WS-LOT-KEY(WS-LOT-SUB) = WS-LOT-NEW-KEY
010821         MOVE 'Y' TO WS-LOT-DUP-SWITCH
010822         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
010823         GO TO 2410-EXIT
010824     END-IF.
010825     SUBTRACT 1 FROM WS-LOT-SUB.
010826 2410-EXIT.
010827     EXIT.
010828
010829 2420-SHIFT-LOT-SLOT.
010830     SUBTRACT 1 FROM WS-LOT-INS-SUB GIVING WS-LOT-PREV-SUB.
010831     IF WS-LOT-KEY(WS-LOT-PREV-SUB) > WS-LOT-NEW-KEY
010832         MOVE WS-LOT-TABLE(WS-LOT-PREV-SUB)
010833             TO WS-LOT-TABLE(WS-LOT-INS-SUB)
010834         MOVE WS-LOT-PREV-SUB TO WS-LOT-INS-SUB
010835     ELSE
010836         MOVE 'Y' TO WS-LOT-SCAN-SWITCH
010837     END-IF.
010838 2420-EXIT.
010839     EXIT.
010840
010841*-----------------------------------------------------------
010842* 2440-WRITE-LOT-EXCEPTION - LIST A REJECTED LOT OR A ROW
010843* WHOSE LOTS DO NOT ADD UP
010844*-----------------------------------------------------------
010845 2440-WRITE-LOT-EXCEPTION.
010846     IF WS-EXCEPTION-REASON = 'LOT TOTAL NOT EQUAL WHSE QTY'
010847         MOVE WS-LOT-QTY-EDIT     TO EX-QTY-VALUE
010848         MOVE WS-LAST-LOADED-KEY(1:20) TO EX-ITEM-CODE
010849         MOVE WS-LAST-LOADED-KEY(21:3) TO EX-WHSE
010850     ELSE
010851         MOVE WS-LOT-NEW-ITEM     TO EX-ITEM-CODE
010852         MOVE WS-LOT-NEW-WHSE     TO EX-WHSE
010853     END-IF.
010854     MOVE WS-EXCEPTION-REASON TO EX-REASON.
010855     WRITE EXCEPTION-RPT-RECORD.
010856     ADD 1 TO WS-LOT-EXC-COUNT.
010857 2440-EXIT.
010858     EXIT.
010859
010860*-----------------------------------------------------------
010861* 2450-CHECK-LOT-TOTAL - WHEN A ROW IS COMPLETE, ITS LOTS (IF
010862* IT HAS ANY) MUST ADD UP TO ITS WAREHOUSE QUANTITY
010863*-----------------------------------------------------------
010864 2450-CHECK-LOT-TOTAL.
010865     IF WS-LOT-ROW-LOTS = ZERO
010866         GO TO 2450-EXIT
010867     END-IF.
010868     IF WS-LOT-ROW-SUM NOT = WS-QTY(WS-ITEM-COUNT)
010869         MOVE WS-LOT-ROW-SUM TO WS-LOT-QTY-EDIT
010870         MOVE 'LOT TOTAL NOT EQUAL WHSE QTY'
010871             TO WS-EXCEPTION-REASON
010872         PERFORM 2440-WRITE-LOT-EXCEPTION THRU 2440-EXIT
010873         DISPLAY 'ITMTBLLD - LOT TOTAL ' WS-LOT-ROW-SUM
010874             ' NOT EQUAL WAREHOUSE QTY ' WS-QTY(WS-ITEM-COUNT)
010875             ' - ' WS-ITEM(WS-ITEM-COUNT)
010876             ' ' WS-WHSE(WS-ITEM-COUNT)
010877     END-IF.
010878     MOVE ZERO TO WS-LOT-ROW-LOTS.
010879     MOVE ZERO TO WS-LOT-ROW-SUM.
010880 2450-EXIT.
010881     EXIT.
010730
010740*-----------------------------------------------------------
010750* 3000-RECONCILE-COUNTS - CHECK LOADED COUNT VS TRAILER
010760*-----------------------------------------------------------
010770 3000-RECONCILE-COUNTS.
010775     PERFORM 2450-CHECK-LOT-TOTAL THRU 2450-EXIT.
010780     IF NOT WS-TRAILER-SEEN
010790         MOVE 'N' TO WS-RECON-STATUS-SWITCH
010800         DISPLAY 'ITMTBLLD - *** NO TRAILER RECORD ON THE '
012870     PERFORM 5100-WRITE-TABLE-OUT-RECORD THRU 5100-EXIT
012880         VARYING WS-TAB-IDX FROM 1 BY 1
012890         UNTIL WS-TAB-IDX > WS-ITEM-COUNT.
012892     PERFORM 5200-WRITE-LOT-OUT-RECORD THRU 5200-EXIT
012894         VARYING WS-LOT-SUB FROM 1 BY 1
012896         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
012900 5000-EXIT.
012910     EXIT.
012920
013100     END-WRITE.
013110 5100-EXIT.
013120     EXIT.
013121
013122 5200-WRITE-LOT-OUT-RECORD.
013123     MOVE SPACES                       TO LOT-TABLE-OUT-RECORD.
013124     MOVE WS-LOT-KEY(WS-LOT-SUB)       TO LT-KEY.
013125     MOVE WS-LOT-RECD-DATE(WS-LOT-SUB) TO LT-RECD-DATE.
013126     MOVE WS-LOT-QTY(WS-LOT-SUB)       TO LT-LOT-QTY.
013127     WRITE LOT-TABLE-OUT-RECORD.
013128 5200-EXIT.
013129     EXIT.
013130
013140*-----------------------------------------------------------
013150* 6000-WRITE-AUDIT-LOG - RECORD THIS RUN FOR COMPLIANCE
013201     MOVE WS-TOTAL-PROCESSED TO AL-READ-COUNT.
013210     MOVE WS-ITEM-COUNT      TO AL-WRITTEN-COUNT.
013211     MOVE WS-EXCEPTION-COUNT TO AL-EXCEPTION-COUNT.
013211     ADD WS-LOT-EXC-COUNT    TO AL-EXCEPTION-COUNT.
013212     MOVE WS-DUP-COUNT       TO AL-REJECT-COUNT.
013213     IF WS-RECON-MISMATCH OR WS-TABLE-OVERFLOW
013214         MOVE 'MISMATCH' TO AL-DISPOSITION
013215     ELSE
013216         IF WS-EXCEPTION-COUNT > 0 OR WS-DUP-COUNT > 0
013216           OR WS-LOT-EXC-COUNT > 0
013217             MOVE 'WARNING'  TO AL-DISPOSITION
013218         ELSE
013219             MOVE 'NORMAL'   TO AL-DISPOSITION
013550     IF WS-TO-OPEN
013560         CLOSE ITEM-TABLE-OUT-FILE
013570     END-IF.
013572     IF WS-LT-OPEN
013574         CLOSE LOT-TABLE-OUT-FILE
013576     END-IF.
013580     IF WS-AL-OPEN
013590         CLOSE AUDIT-LOG-FILE
013600     END-IF.
013705         DISPLAY 'ITMTBLLD - SUSPENSE PURGED TO WRITE-OFF '
013706             'FILE - ' WS-PURGED-COUNT
013707     END-IF.
013708     IF WS-LOT-READ-COUNT > 0
013709         DISPLAY 'ITMTBLLD - LOT RECORDS READ ' WS-LOT-READ-COUNT
013710             ' LOADED ' WS-LOT-COUNT
013711             ' ROWS WITH LOTS ' WS-LOT-ROW-COUNT
013712     END-IF.
013713     IF WS-LOT-EXC-COUNT > 0
013714         DISPLAY 'ITMTBLLD - LOT EXCEPTIONS - ' WS-LOT-EXC-COUNT
013715     END-IF.
013716     IF WS-LOT-SKIPPED-COUNT > 0
013717         DISPLAY 'ITMTBLLD - LOTS NOT LOADED AFTER TABLE '
013718             'OVERFLOW - ' WS-LOT-SKIPPED-COUNT
013719     END-IF.
013710     IF WS-RECON-MISMATCH OR WS-TABLE-OVERFLOW
013720         MOVE 8 TO RETURN-CODE
013730     ELSE
013740         IF WS-EXCEPTION-COUNT > 0 OR WS-DUP-COUNT > 0
013740           OR WS-LOT-EXC-COUNT > 0
013750             MOVE 4 TO RETURN-CODE
013760         ELSE
013770             MOVE ZERO TO RETURN-CODE
014060     IF WS-TO-OPEN
014070         CLOSE ITEM-TABLE-OUT-FILE
014080     END-IF.
014082     IF WS-LT-OPEN
014084         CLOSE LOT-TABLE-OUT-FILE
014086     END-IF.
014090     IF WS-AL-OPEN
014100         CLOSE AUDIT-LOG-FILE
014110     END-IF.
