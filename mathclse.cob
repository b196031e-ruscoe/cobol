000100        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-PARAM-FILE-STATUS.
000130        SELECT CHECKPOINT-FILE ASSIGN USING WS-CKPT-NAME
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-CKPT-FILE-STATUS.
000160        SELECT PHIS-FILE ASSIGN TO "MATHPHIS.DAT"
000190        SELECT CLSE-RPT-FILE ASSIGN TO "MATHCLSR.TXT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-CLSE-RPT-FILE-STATUS.
000220        SELECT RUNC-FILE ASSIGN TO "MATHRUNC.DAT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-RUNC-FILE-STATUS.
000250  DATA DIVISION.
000260    FILE SECTION.
000270      FD  CLSE-CTL-FILE.
000280      01 CLSE-CTL-RECORD.
000290          05 CCTL-FUNCTION PIC X.
000300          05 CCTL-PERIOD PIC 9(6).
000310      FD  PARAM-FILE.
000320      01 PARAM-RECORD.
000330          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000340          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000350          05 PARM-MAX-RECYCLE PIC 99.
000360          05 PARM-BUS-DATE PIC 9(8).
000370      FD  CHECKPOINT-FILE.
000380      01 CHECKPOINT-RECORD PIC X(116).
000390      FD  PHIS-FILE.
000400      01 PHIS-RECORD PIC X(101).
000410      FD  CLSE-RPT-FILE.
000420      01 CLSE-RPT-RECORD PIC X(100).
000430      FD  RUNC-FILE.
000440      01 RUNC-RECORD.
000450          COPY RUNREC.
000460    WORKING-STORAGE SECTION.
000470      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000480      01 WS-CKPT-NAME PIC X(12) VALUE "MATHCKPT.TXT".
000490      01 WS-CYCLE PIC 99 VALUE ZERO.
000500      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000510      01 WS-CYC-IX PIC 999 VALUE ZERO.
000520      01 WS-CYC-TABLE.
000530          05 WS-CYC-SEEN PIC X OCCURS 99.
000540      01 WS-CLSE-CTL-FILE-STATUS PIC XX VALUE "00".
000550      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000560      01 WS-CKPT-FILE-STATUS PIC XX VALUE "00".
000570      01 WS-PHIS-FILE-STATUS PIC XX VALUE "00".
000580      01 WS-CLSE-RPT-FILE-STATUS PIC XX VALUE "00".
000590      01 WS-EOF-FLAG PIC X VALUE "N".
000600      01 WS-FUNCTION PIC X.
000610      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000620      01 WS-PERIOD PIC 9(6) VALUE ZERO.
000630      01 WS-PERIOD-R REDEFINES WS-PERIOD.
000640          05 WS-PER-YYYY PIC 9(4).
000650          05 WS-PER-MM PIC 9(2).
000660      01 WS-PRIOR-PERIOD PIC 9(6) VALUE ZERO.
000670      01 WS-PERIOD-DATE PIC 9(8) VALUE ZERO.
000680      01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
000690      01 WS-REC-PERIOD PIC 9(6) VALUE ZERO.
000700      01 WS-CKPT-FOUND PIC X VALUE "N".
000710      01 WS-REFUSE-FLAG PIC X VALUE "N".
000720      01 WS-REFUSE-DATE PIC 9(8) VALUE ZERO.
000730      01 WS-PHIS-TAB-COUNT PIC 9(4) VALUE ZERO.
000740      01 WS-PHIS-IX PIC 9(4) VALUE ZERO.
000750      01 WS-PHIS-FND PIC 9(4) VALUE ZERO.
000760      01 WS-FIND-TYPE PIC X.
000770      01 WS-FIND-DATE PIC 9(8).
000780      01 WS-PHIS-TABLE.
000790          05 WS-PHIS-ENT OCCURS 500 PIC X(101).
000800      01 WS-PHIS-WORK PIC X(101).
000810*    RECORDS ARE INSPECTED AND BUILT HERE RATHER THAN IN
000820*    THE FD RECORD AREA, WHICH IS ONLY VALID WHILE THE
000830*    HISTORY FILE IS OPEN.
000840      01 WS-PHIS-LINE.
000850          COPY PHISREC.
000860      01 WS-CKPT-LINE.
000870          COPY CKPTREC.
000880      01 WS-PER-COUNT PIC 9(8) VALUE ZERO.
000890      01 WS-PER-SUM PIC S9(10)V99 VALUE ZERO.
000900      01 WS-PER-ORD-COUNT PIC 9(8) VALUE ZERO.
000910      01 WS-PER-ORD-SUM PIC S9(10)V99 VALUE ZERO.
000920      01 WS-PER-RTE-COUNT PIC 9(8) VALUE ZERO.
000930      01 WS-PER-RTE-SUM PIC S9(10)V99 VALUE ZERO.
000940      01 WS-PER-WHS-COUNT PIC 9(8) VALUE ZERO.
000950      01 WS-PER-WHS-SUM PIC S9(10)V99 VALUE ZERO.
000960      01 WS-PRI-FOUND PIC X VALUE "N".
000970      01 WS-PRI-COUNT PIC 9(8) VALUE ZERO.
000980      01 WS-PRI-SUM PIC S9(10)V99 VALUE ZERO.
000990      01 WS-BAL-COUNT PIC 9(8) VALUE ZERO.
001000      01 WS-BAL-SUM PIC S9(10)V99 VALUE ZERO.
001010      01 WS-BAL-ORD-COUNT PIC 9(8) VALUE ZERO.
001020      01 WS-BAL-ORD-SUM PIC S9(10)V99 VALUE ZERO.
001030      01 WS-BAL-RTE-COUNT PIC 9(8) VALUE ZERO.
001040      01 WS-BAL-RTE-SUM PIC S9(10)V99 VALUE ZERO.
001050      01 WS-BAL-WHS-COUNT PIC 9(8) VALUE ZERO.
001060      01 WS-BAL-WHS-SUM PIC S9(10)V99 VALUE ZERO.
001070      01 WS-CHG-COUNT PIC S9(8) VALUE ZERO.
001080      01 WS-CHG-SUM PIC S9(10)V99 VALUE ZERO.
001090      01 WS-CALR-FUNCTION PIC X(4).
001100      01 WS-CALR-DATE PIC 9(8) VALUE ZERO.
001110      01 WS-CALR-TO-DATE PIC 9(8) VALUE ZERO.
001120      01 WS-CALR-DAYS PIC 9(5) VALUE ZERO.
001130      01 WS-CALR-RETURN PIC XX VALUE "00".
001140      01 WS-CURRENT-DATE.
001150          05 WS-CURR-YYYY PIC 9(4).
001160          05 WS-CURR-MM PIC 9(2).
001170          05 WS-CURR-DD PIC 9(2).
001180      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001190          PIC 9(8).
001200      01 WS-RUN-DATE-DISP PIC X(10).
001210      01 HDR-LINE-1.
001220          05 FILLER PIC X(20) VALUE "MATH MONTH-END CLOSE".
001230          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001240          05 HDR1-RUN-DATE PIC X(10).
001250      01 HDR-LINE-2.
001260          05 FILLER PIC X(8) VALUE "PERIOD:".
001270          05 HDR2-PERIOD PIC 9(6).
001280      01 HDR-LINE-3.
001290          05 FILLER PIC X(10) VALUE "DATE".
001300          05 FILLER PIC X(10) VALUE "   COUNT".
001310          05 FILLER PIC X(15) VALUE "       NUM3 SUM".
001320          05 FILLER PIC X(9) VALUE "      O".
001330          05 FILLER PIC X(9) VALUE "      R".
001340          05 FILLER PIC X(9) VALUE "      W".
001350      01 DAY-LINE.
001360          05 DAY-DATE PIC 9(8).
001370          05 FILLER PIC X(2) VALUE SPACES.
001380          05 DAY-COUNT PIC Z(7)9.
001390          05 FILLER PIC X(2) VALUE SPACES.
001400          05 DAY-SUM PIC +Z(9)9.99.
001410          05 FILLER PIC X(2) VALUE SPACES.
001420          05 DAY-ORD PIC Z(6)9.
001430          05 FILLER PIC X(2) VALUE SPACES.
001440          05 DAY-RTE PIC Z(6)9.
001450          05 FILLER PIC X(2) VALUE SPACES.
001460          05 DAY-WHS PIC Z(6)9.
001470      01 TOT-LINE.
001480          05 TOT-LABEL PIC X(16).
001490          05 FILLER PIC X(8) VALUE "  COUNT:".
001500          05 TOT-COUNT PIC Z(7)9.
001510          05 FILLER PIC X(7) VALUE "  SUM:".
001520          05 TOT-SUM PIC +Z(9)9.99.
001530      01 CHG-LINE.
001540          05 FILLER PIC X(16) VALUE "CHANGE VS PRIOR".
001550          05 FILLER PIC X(8) VALUE "  COUNT:".
001560          05 CHG-COUNT PIC +Z(7)9.
001570          05 FILLER PIC X(7) VALUE "  SUM:".
001580          05 CHG-SUM PIC +Z(9)9.99.
001590      01 RFS-LINE.
001600          05 FILLER PIC X(24)
001610              VALUE "CLOSE REFUSED - DAY".
001620          05 RFS-DATE PIC 9(8).
001630          05 FILLER PIC X(26)
001640              VALUE " CHECKPOINT STILL INPROGRS".
001650      01 RFS-LINE-2.
001660          05 FILLER PIC X(16) VALUE "CLOSE REFUSED -".
001670          05 RFS2-TEXT PIC X(60).
001680  PROCEDURE DIVISION.
001690    0000-MAIN-PROCESS.
001700        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001710        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
001720        PERFORM 1000-READ-CLOSE-CONTROL
001730        PERFORM 1200-READ-PARAMETERS
001740        PERFORM 1300-LOAD-PERIOD-HISTORY
001750        IF WS-FUNCTION = "D"
001760          PERFORM 2100-DAILY-SNAPSHOT
001770        ELSE
001780          PERFORM 2200-MONTH-CLOSE
001790        END-IF
001800        STOP RUN.
001810
001820    1000-READ-CLOSE-CONTROL.
001830        OPEN INPUT CLSE-CTL-FILE
001840        IF WS-CLSE-CTL-FILE-STATUS NOT = "00"
001850          DISPLAY "CLSE-CTL-FILE OPEN FAILED, STATUS="
001860            WS-CLSE-CTL-FILE-STATUS
001870          STOP RUN
001880        END-IF
001890        READ CLSE-CTL-FILE
001900          AT END
001910            DISPLAY "CLSE-CTL-FILE EMPTY, NO REQUEST GIVEN"
001920            STOP RUN
001930        END-READ
001940        IF CCTL-FUNCTION NOT = "D" AND CCTL-FUNCTION NOT = "M"
001950          DISPLAY "INVALID CLOSE FUNCTION: " CCTL-FUNCTION
001960          STOP RUN
001970        END-IF
001980        MOVE CCTL-FUNCTION TO WS-FUNCTION
001990        IF CCTL-PERIOD IS NUMERIC AND CCTL-PERIOD > ZERO
002000          MOVE CCTL-PERIOD TO WS-PERIOD
002010        END-IF
002020        CLOSE CLSE-CTL-FILE.
002030
002040    1200-READ-PARAMETERS.
002050        OPEN INPUT PARAM-FILE
002060        IF WS-PARAM-FILE-STATUS = "00"
002070          READ PARAM-FILE
002080            NOT AT END
002090              IF PARM-BUS-DATE IS NUMERIC
002100                  AND PARM-BUS-DATE > ZERO
002110                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002120              END-IF
002130          END-READ
002140          CLOSE PARAM-FILE
002150        END-IF
002160        IF WS-PERIOD = ZERO
002170          DIVIDE WS-BUS-DATE BY 100 GIVING WS-PERIOD
002180        END-IF.
002190
002200    1300-LOAD-PERIOD-HISTORY.
002210        OPEN INPUT PHIS-FILE
002220        IF WS-PHIS-FILE-STATUS = "00"
002230          MOVE "N" TO WS-EOF-FLAG
002240          PERFORM 1310-READ-PERIOD-HISTORY
002250          PERFORM UNTIL WS-EOF-FLAG = "Y"
002260            IF WS-PHIS-TAB-COUNT < 500
002270              ADD 1 TO WS-PHIS-TAB-COUNT
002280              MOVE PHIS-RECORD
002290                TO WS-PHIS-ENT(WS-PHIS-TAB-COUNT)
002300            ELSE
002310              DISPLAY "PERIOD HISTORY EXCEEDS 500 RECORDS"
002320                " - ARCHIVE MATHPHIS.DAT AND RERUN"
002330              STOP RUN
002340            END-IF
002350            PERFORM 1310-READ-PERIOD-HISTORY
002360          END-PERFORM
002370          CLOSE PHIS-FILE
002380        END-IF.
002390
002400    1310-READ-PERIOD-HISTORY.
002410        READ PHIS-FILE
002420          AT END
002430            MOVE "Y" TO WS-EOF-FLAG
002440        END-READ.
002450
002460    1400-FIND-HISTORY-ENTRY.
002470        MOVE ZERO TO WS-PHIS-FND
002480        MOVE 1 TO WS-PHIS-IX
002490        PERFORM 1410-TEST-HISTORY-ENTRY
002500          UNTIL WS-PHIS-IX > WS-PHIS-TAB-COUNT.
002510
002520    1410-TEST-HISTORY-ENTRY.
002530        MOVE WS-PHIS-ENT(WS-PHIS-IX) TO WS-PHIS-LINE
002540        IF PHIS-REC-TYPE = WS-FIND-TYPE
002550            AND PHIS-BUS-DATE = WS-FIND-DATE
002560          MOVE WS-PHIS-IX TO WS-PHIS-FND
002570        END-IF
002580        ADD 1 TO WS-PHIS-IX.
002590
002600    2100-DAILY-SNAPSHOT.
002610        PERFORM 2110-READ-CHECKPOINT
002620        IF WS-CKPT-FOUND NOT = "Y"
002630          DISPLAY "NO CHECKPOINT ON FILE, NOTHING TO SNAPSHOT"
002640          STOP RUN
002650        END-IF
002660        MOVE "D" TO PHIS-REC-TYPE
002670        MOVE WS-BUS-DATE TO PHIS-BUS-DATE
002680        MOVE CKPT-STATUS TO PHIS-STATUS
002690        MOVE CKPT-REC-COUNT TO PHIS-REC-COUNT
002700        MOVE CKPT-NUM3-SUM TO PHIS-NUM3-SUM
002710        MOVE CKPT-ORD-COUNT TO PHIS-ORD-COUNT
002720        MOVE CKPT-ORD-SUM TO PHIS-ORD-SUM
002730        MOVE CKPT-RTE-COUNT TO PHIS-RTE-COUNT
002740        MOVE CKPT-RTE-SUM TO PHIS-RTE-SUM
002750        MOVE CKPT-WHS-COUNT TO PHIS-WHS-COUNT
002760        MOVE CKPT-WHS-SUM TO PHIS-WHS-SUM
002770        PERFORM 2150-ADD-CYCLE-CHECKPOINTS
002780        PERFORM 2700-UPSERT-HISTORY-ENTRY
002790        PERFORM 2800-SAVE-PERIOD-HISTORY
002800        DISPLAY "MATHCLSE SNAPSHOT TAKEN FOR " WS-BUS-DATE.
002810
002820    2110-READ-CHECKPOINT.
002830        MOVE "N" TO WS-CKPT-FOUND
002840        OPEN INPUT CHECKPOINT-FILE
002850        IF WS-CKPT-FILE-STATUS = "00"
002860          READ CHECKPOINT-FILE
002870            NOT AT END
002880              MOVE "Y" TO WS-CKPT-FOUND
002890              MOVE CHECKPOINT-RECORD TO WS-CKPT-LINE
002900          END-READ
002910          CLOSE CHECKPOINT-FILE
002920        END-IF.
002930
002940*    THE DAY'S FIGURE IS THE NIGHTLY RUN PLUS EVERY INTRADAY
002950*    CYCLE RUN FOR THE DATE (SEE CYCLREC). THE CYCLES ARE TAKEN
002960*    FROM RUN CONTROL RATHER THAN FROM WHATEVER .CNN FILES ARE
002970*    ON DISK, AND THE DAY STAYS INPROGRS UNTIL EVERY ONE OF
002980*    THEIR CHECKPOINTS IS COMPLETE.
002990    2150-ADD-CYCLE-CHECKPOINTS.
003000        INITIALIZE WS-CYC-TABLE
003010        OPEN INPUT RUNC-FILE
003020        IF WS-RUNC-FILE-STATUS = "00"
003030          MOVE "N" TO WS-EOF-FLAG
003040          PERFORM 2160-READ-RUNC-RECORD
003050          PERFORM UNTIL WS-EOF-FLAG = "Y"
003060            IF RUNC-BUS-DATE = WS-BUS-DATE
003070                AND RUNC-CYCLE IS NUMERIC
003080                AND RUNC-CYCLE > ZERO
003090              MOVE RUNC-CYCLE TO WS-CYC-IX
003100              MOVE "Y" TO WS-CYC-SEEN(WS-CYC-IX)
003110            END-IF
003120            PERFORM 2160-READ-RUNC-RECORD
003130          END-PERFORM
003140          CLOSE RUNC-FILE
003150        END-IF
003160        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
003170            UNTIL WS-CYC-IX > 99
003180          IF WS-CYC-SEEN(WS-CYC-IX) = "Y"
003190            PERFORM 2170-ADD-CYCLE-CHECKPOINT
003200          END-IF
003210        END-PERFORM.
003220
003230    2160-READ-RUNC-RECORD.
003240        READ RUNC-FILE
003250          AT END
003260            MOVE "Y" TO WS-EOF-FLAG
003270        END-READ.
003280
003290    2170-ADD-CYCLE-CHECKPOINT.
003300        MOVE WS-CYC-IX TO WS-CYCLE
003310        MOVE SPACES TO WS-CYCLE-SUFFIX
003320        STRING "C" WS-CYCLE DELIMITED BY SIZE
003330          INTO WS-CYCLE-SUFFIX
003340        MOVE SPACES TO WS-CKPT-NAME
003350        STRING "MATHCKPT." WS-CYCLE-SUFFIX
003360          DELIMITED BY SIZE INTO WS-CKPT-NAME
003370        PERFORM 2110-READ-CHECKPOINT
003380        IF WS-CKPT-FOUND NOT = "Y"
003390          MOVE "INPROGRS" TO PHIS-STATUS
003400          DISPLAY "MATHCLSE NO CHECKPOINT FOR CYCLE " WS-CYCLE
003410        ELSE
003420          IF CKPT-STATUS NOT = "COMPLETE"
003430            MOVE "INPROGRS" TO PHIS-STATUS
003440          END-IF
003450          ADD CKPT-REC-COUNT TO PHIS-REC-COUNT
003460          ADD CKPT-NUM3-SUM TO PHIS-NUM3-SUM
003470          ADD CKPT-ORD-COUNT TO PHIS-ORD-COUNT
003480          ADD CKPT-ORD-SUM TO PHIS-ORD-SUM
003490          ADD CKPT-RTE-COUNT TO PHIS-RTE-COUNT
003500          ADD CKPT-RTE-SUM TO PHIS-RTE-SUM
003510          ADD CKPT-WHS-COUNT TO PHIS-WHS-COUNT
003520          ADD CKPT-WHS-SUM TO PHIS-WHS-SUM
003530          DISPLAY "MATHCLSE CYCLE " WS-CYCLE " ADDED TO "
003540            WS-BUS-DATE
003550        END-IF.
003560
003570    2200-MONTH-CLOSE.
003580        IF WS-PER-MM = 01
003590          COMPUTE WS-PRIOR-PERIOD =
003600            (WS-PER-YYYY - 1) * 100 + 12
003610        ELSE
003620          COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
003630        END-IF
003640        COMPUTE WS-PERIOD-DATE = WS-PERIOD * 100
003650        COMPUTE WS-PRIOR-DATE = WS-PRIOR-PERIOD * 100
003660        OPEN OUTPUT CLSE-RPT-FILE
003670        PERFORM 3000-WRITE-REPORT-HEADERS
003680        PERFORM 2300-CHECK-OPEN-DAYS
003690        IF WS-REFUSE-FLAG = "Y"
003700          MOVE WS-REFUSE-DATE TO RFS-DATE
003710          WRITE CLSE-RPT-RECORD FROM RFS-LINE
003720          DISPLAY "MATHCLSE CLOSE REFUSED - DAY " WS-REFUSE-DATE
003730            " CHECKPOINT STILL INPROGRS"
003740          CLOSE CLSE-RPT-FILE
003750          STOP RUN
003760        END-IF
003770        PERFORM 2250-CHECK-LAST-BUSINESS-DAY
003780        IF WS-REFUSE-FLAG = "Y"
003790          WRITE CLSE-RPT-RECORD FROM RFS-LINE-2
003800          DISPLAY "MATHCLSE CLOSE REFUSED - " RFS2-TEXT
003810          CLOSE CLSE-RPT-FILE
003820          STOP RUN
003830        END-IF
003840        PERFORM 2400-WRITE-DAILY-LINES
003850        PERFORM 2500-WRITE-PERIOD-TOTALS
003860        PERFORM 2600-ROLL-BALANCE-FORWARD
003870        PERFORM 2800-SAVE-PERIOD-HISTORY
003880        CLOSE CLSE-RPT-FILE
003890        DISPLAY "MATHCLSE PERIOD " WS-PERIOD " CLOSED".
003900
003910*    A PERIOD IS NOT CLOSED BEFORE ITS LAST BUSINESS DAY HAS
003920*    BEEN REACHED AND TAKEN INTO THE PERIOD HISTORY.
003930    2250-CHECK-LAST-BUSINESS-DAY.
003940        MOVE "LAST" TO WS-CALR-FUNCTION
003950        COMPUTE WS-CALR-DATE = WS-PERIOD-DATE + 1
003960        CALL "MATHCALR" USING WS-CALR-FUNCTION WS-CALR-DATE
003970          WS-CALR-TO-DATE WS-CALR-DAYS WS-CALR-RETURN
003980        MOVE SPACES TO RFS2-TEXT
003990        EVALUATE TRUE
004000          WHEN WS-CALR-RETURN NOT = "00"
004010            MOVE "Y" TO WS-REFUSE-FLAG
004020            STRING "NO LAST BUSINESS DAY FROM CALENDAR, RETURN="
004030              WS-CALR-RETURN DELIMITED BY SIZE INTO RFS2-TEXT
004040          WHEN WS-BUS-DATE < WS-CALR-TO-DATE
004050            MOVE "Y" TO WS-REFUSE-FLAG
004060            STRING "LAST BUSINESS DAY " WS-CALR-TO-DATE
004070              " NOT YET REACHED" DELIMITED BY SIZE INTO RFS2-TEXT
004080          WHEN OTHER
004090            MOVE "D" TO WS-FIND-TYPE
004100            MOVE WS-CALR-TO-DATE TO WS-FIND-DATE
004110            PERFORM 1400-FIND-HISTORY-ENTRY
004120            IF WS-PHIS-FND = ZERO
004130              MOVE "Y" TO WS-REFUSE-FLAG
004140              STRING "LAST BUSINESS DAY " WS-CALR-TO-DATE
004150                " HAS NO DAILY SNAPSHOT" DELIMITED BY SIZE
004160                INTO RFS2-TEXT
004170            END-IF
004180        END-EVALUATE.
004190
004200    2300-CHECK-OPEN-DAYS.
004210        MOVE 1 TO WS-PHIS-IX
004220        PERFORM 2310-TEST-OPEN-DAY
004230          UNTIL WS-PHIS-IX > WS-PHIS-TAB-COUNT.
004240
004250    2310-TEST-OPEN-DAY.
004260        MOVE WS-PHIS-ENT(WS-PHIS-IX) TO WS-PHIS-LINE
004270        DIVIDE PHIS-BUS-DATE BY 100 GIVING WS-REC-PERIOD
004280        IF PHIS-REC-TYPE = "D"
004290            AND WS-REC-PERIOD = WS-PERIOD
004300            AND PHIS-STATUS = "INPROGRS"
004310          MOVE "Y" TO WS-REFUSE-FLAG
004320          MOVE PHIS-BUS-DATE TO WS-REFUSE-DATE
004330        END-IF
004340        ADD 1 TO WS-PHIS-IX.
004350
004360    2400-WRITE-DAILY-LINES.
004370        MOVE 1 TO WS-PHIS-IX
004380        PERFORM 2410-WRITE-DAILY-LINE
004390          UNTIL WS-PHIS-IX > WS-PHIS-TAB-COUNT.
004400
004410    2410-WRITE-DAILY-LINE.
004420        MOVE WS-PHIS-ENT(WS-PHIS-IX) TO WS-PHIS-LINE
004430        DIVIDE PHIS-BUS-DATE BY 100 GIVING WS-REC-PERIOD
004440        IF PHIS-REC-TYPE = "D" AND WS-REC-PERIOD = WS-PERIOD
004450          MOVE PHIS-BUS-DATE TO DAY-DATE
004460          MOVE PHIS-REC-COUNT TO DAY-COUNT
004470          MOVE PHIS-NUM3-SUM TO DAY-SUM
004480          MOVE PHIS-ORD-COUNT TO DAY-ORD
004490          MOVE PHIS-RTE-COUNT TO DAY-RTE
004500          MOVE PHIS-WHS-COUNT TO DAY-WHS
004510          WRITE CLSE-RPT-RECORD FROM DAY-LINE
004520          ADD PHIS-REC-COUNT TO WS-PER-COUNT
004530          ADD PHIS-NUM3-SUM TO WS-PER-SUM
004540          ADD PHIS-ORD-COUNT TO WS-PER-ORD-COUNT
004550          ADD PHIS-ORD-SUM TO WS-PER-ORD-SUM
004560          ADD PHIS-RTE-COUNT TO WS-PER-RTE-COUNT
004570          ADD PHIS-RTE-SUM TO WS-PER-RTE-SUM
004580          ADD PHIS-WHS-COUNT TO WS-PER-WHS-COUNT
004590          ADD PHIS-WHS-SUM TO WS-PER-WHS-SUM
004600        END-IF
004610        ADD 1 TO WS-PHIS-IX.
004620
004630    2500-WRITE-PERIOD-TOTALS.
004640        MOVE SPACES TO CLSE-RPT-RECORD
004650        WRITE CLSE-RPT-RECORD
004660        MOVE "PERIOD TOTAL" TO TOT-LABEL
004670        MOVE WS-PER-COUNT TO TOT-COUNT
004680        MOVE WS-PER-SUM TO TOT-SUM
004690        WRITE CLSE-RPT-RECORD FROM TOT-LINE
004700        MOVE "B" TO WS-FIND-TYPE
004710        MOVE WS-PRIOR-DATE TO WS-FIND-DATE
004720        PERFORM 1400-FIND-HISTORY-ENTRY
004730        IF WS-PHIS-FND > ZERO
004740          MOVE WS-PHIS-ENT(WS-PHIS-FND) TO WS-PHIS-LINE
004750          MOVE PHIS-REC-COUNT TO WS-BAL-COUNT
004760          MOVE PHIS-NUM3-SUM TO WS-BAL-SUM
004770          MOVE PHIS-ORD-COUNT TO WS-BAL-ORD-COUNT
004780          MOVE PHIS-ORD-SUM TO WS-BAL-ORD-SUM
004790          MOVE PHIS-RTE-COUNT TO WS-BAL-RTE-COUNT
004800          MOVE PHIS-RTE-SUM TO WS-BAL-RTE-SUM
004810          MOVE PHIS-WHS-COUNT TO WS-BAL-WHS-COUNT
004820          MOVE PHIS-WHS-SUM TO WS-BAL-WHS-SUM
004830        END-IF
004840        MOVE "P" TO WS-FIND-TYPE
004850        MOVE WS-PRIOR-DATE TO WS-FIND-DATE
004860        PERFORM 1400-FIND-HISTORY-ENTRY
004870        IF WS-PHIS-FND > ZERO
004880          MOVE "Y" TO WS-PRI-FOUND
004890          MOVE WS-PHIS-ENT(WS-PHIS-FND) TO WS-PHIS-LINE
004900          MOVE PHIS-REC-COUNT TO WS-PRI-COUNT
004910          MOVE PHIS-NUM3-SUM TO WS-PRI-SUM
004920        END-IF
004930        MOVE "PRIOR PERIOD" TO TOT-LABEL
004940        MOVE WS-PRI-COUNT TO TOT-COUNT
004950        MOVE WS-PRI-SUM TO TOT-SUM
004960        WRITE CLSE-RPT-RECORD FROM TOT-LINE
004970        COMPUTE WS-CHG-COUNT = WS-PER-COUNT - WS-PRI-COUNT
004980        COMPUTE WS-CHG-SUM = WS-PER-SUM - WS-PRI-SUM
004990        MOVE WS-CHG-COUNT TO CHG-COUNT
005000        MOVE WS-CHG-SUM TO CHG-SUM
005010        WRITE CLSE-RPT-RECORD FROM CHG-LINE.
005020
005030    2600-ROLL-BALANCE-FORWARD.
005040        ADD WS-PER-COUNT TO WS-BAL-COUNT
005050        ADD WS-PER-SUM TO WS-BAL-SUM
005060        ADD WS-PER-ORD-COUNT TO WS-BAL-ORD-COUNT
005070        ADD WS-PER-ORD-SUM TO WS-BAL-ORD-SUM
005080        ADD WS-PER-RTE-COUNT TO WS-BAL-RTE-COUNT
005090        ADD WS-PER-RTE-SUM TO WS-BAL-RTE-SUM
005100        ADD WS-PER-WHS-COUNT TO WS-BAL-WHS-COUNT
005110        ADD WS-PER-WHS-SUM TO WS-BAL-WHS-SUM
005120        MOVE "BALANCE FORWARD" TO TOT-LABEL
005130        MOVE WS-BAL-COUNT TO TOT-COUNT
005140        MOVE WS-BAL-SUM TO TOT-SUM
005150        WRITE CLSE-RPT-RECORD FROM TOT-LINE
005160        MOVE "P" TO PHIS-REC-TYPE
005170        MOVE WS-PERIOD-DATE TO PHIS-BUS-DATE
005180        MOVE "CLOSED" TO PHIS-STATUS
005190        MOVE WS-PER-COUNT TO PHIS-REC-COUNT
005200        MOVE WS-PER-SUM TO PHIS-NUM3-SUM
005210        MOVE WS-PER-ORD-COUNT TO PHIS-ORD-COUNT
005220        MOVE WS-PER-ORD-SUM TO PHIS-ORD-SUM
005230        MOVE WS-PER-RTE-COUNT TO PHIS-RTE-COUNT
005240        MOVE WS-PER-RTE-SUM TO PHIS-RTE-SUM
005250        MOVE WS-PER-WHS-COUNT TO PHIS-WHS-COUNT
005260        MOVE WS-PER-WHS-SUM TO PHIS-WHS-SUM
005270        PERFORM 2700-UPSERT-HISTORY-ENTRY
005280        MOVE "B" TO PHIS-REC-TYPE
005290        MOVE WS-PERIOD-DATE TO PHIS-BUS-DATE
005300        MOVE "CLOSED" TO PHIS-STATUS
005310        MOVE WS-BAL-COUNT TO PHIS-REC-COUNT
005320        MOVE WS-BAL-SUM TO PHIS-NUM3-SUM
005330        MOVE WS-BAL-ORD-COUNT TO PHIS-ORD-COUNT
005340        MOVE WS-BAL-ORD-SUM TO PHIS-ORD-SUM
005350        MOVE WS-BAL-RTE-COUNT TO PHIS-RTE-COUNT
005360        MOVE WS-BAL-RTE-SUM TO PHIS-RTE-SUM
005370        MOVE WS-BAL-WHS-COUNT TO PHIS-WHS-COUNT
005380        MOVE WS-BAL-WHS-SUM TO PHIS-WHS-SUM
005390        PERFORM 2700-UPSERT-HISTORY-ENTRY.
005400
005410    2700-UPSERT-HISTORY-ENTRY.
005420        MOVE PHIS-REC-TYPE TO WS-FIND-TYPE
005430        MOVE PHIS-BUS-DATE TO WS-FIND-DATE
005440        MOVE WS-PHIS-LINE TO WS-PHIS-WORK
005450        PERFORM 1400-FIND-HISTORY-ENTRY
005460        IF WS-PHIS-FND > ZERO
005470          MOVE WS-PHIS-WORK TO WS-PHIS-ENT(WS-PHIS-FND)
005480        ELSE
005490          IF WS-PHIS-TAB-COUNT < 500
005500            ADD 1 TO WS-PHIS-TAB-COUNT
005510            MOVE WS-PHIS-WORK
005520              TO WS-PHIS-ENT(WS-PHIS-TAB-COUNT)
005530          ELSE
005540            DISPLAY "PERIOD HISTORY FULL - "
005550              "ARCHIVE MATHPHIS.DAT AND RERUN"
005560            STOP RUN
005570          END-IF
005580        END-IF.
005590
005600    2800-SAVE-PERIOD-HISTORY.
005610        OPEN OUTPUT PHIS-FILE
005620        IF WS-PHIS-FILE-STATUS NOT = "00"
005630          DISPLAY "PHIS-FILE OPEN FAILED, STATUS="
005640            WS-PHIS-FILE-STATUS
005650          STOP RUN
005660        END-IF
005670        MOVE 1 TO WS-PHIS-IX
005680        PERFORM 2810-WRITE-HISTORY-ENTRY
005690          UNTIL WS-PHIS-IX > WS-PHIS-TAB-COUNT
005700        CLOSE PHIS-FILE.
005710
005720    2810-WRITE-HISTORY-ENTRY.
005730        WRITE PHIS-RECORD FROM WS-PHIS-ENT(WS-PHIS-IX)
005740        ADD 1 TO WS-PHIS-IX.
005750
005760    3000-WRITE-REPORT-HEADERS.
005770        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
005780          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
005790        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
005800        WRITE CLSE-RPT-RECORD FROM HDR-LINE-1
005810        MOVE WS-PERIOD TO HDR2-PERIOD
005820        WRITE CLSE-RPT-RECORD FROM HDR-LINE-2
005830        MOVE SPACES TO CLSE-RPT-RECORD
005840        WRITE CLSE-RPT-RECORD
005850        WRITE CLSE-RPT-RECORD FROM HDR-LINE-3.
