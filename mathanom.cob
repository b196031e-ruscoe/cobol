000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHANOM.
000030    AUTHOR. Dan Ruscoe.
000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-PARAM-FILE-STATUS.
000100        SELECT ATOL-FILE ASSIGN TO "MATHATOL.TXT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-ATOL-FILE-STATUS.
000130        SELECT CHECKPOINT-FILE ASSIGN USING WS-CKPT-NAME
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-CKPT-FILE-STATUS.
000160        SELECT PHIS-FILE ASSIGN TO "MATHPHIS.DAT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-PHIS-FILE-STATUS.
000190        SELECT OVRD-FILE ASSIGN TO "MATHOVRD.TXT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-OVRD-FILE-STATUS.
000220        SELECT ANOM-RPT-FILE ASSIGN TO "MATHANOR.TXT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-ANOM-RPT-FILE-STATUS.
000250        SELECT RUNC-FILE ASSIGN TO "MATHRUNC.DAT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-RUNC-FILE-STATUS.
000280  DATA DIVISION.
000290    FILE SECTION.
000300      FD  PARAM-FILE.
000310      01 PARAM-RECORD.
000320          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000330          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000340          05 PARM-MAX-RECYCLE PIC 99.
000350          05 PARM-BUS-DATE PIC 9(8).
000360*    ONE TOLERANCE RECORD PER DESK: HOW MANY PRIOR COMPLETED
000370*    DAYS TO AVERAGE, THE FEWEST DAYS WORTH CHECKING AGAINST,
000380*    AND THE BAND EITHER SIDE OF THE AVERAGE AS A PERCENT OF
000390*    IT, FOR THE COUNT AND FOR THE NUM3 SUM. A DESK WITH NO
000400*    RECORD IS NOT CHECKED.
000410      FD  ATOL-FILE.
000420      01 ATOL-RECORD.
000430          05 ATOL-SOURCE PIC X.
000440          05 ATOL-WINDOW PIC 99.
000450          05 ATOL-MIN-DAYS PIC 99.
000460          05 ATOL-COUNT-PCT PIC 999.
000470          05 ATOL-SUM-PCT PIC 999.
000480      FD  CHECKPOINT-FILE.
000490      01 CHECKPOINT-RECORD PIC X(116).
000500      FD  PHIS-FILE.
000510      01 PHIS-RECORD PIC X(101).
000520      FD  OVRD-FILE.
000530      01 OVRD-RECORD.
000540          COPY OVRDREC.
000550      FD  ANOM-RPT-FILE.
000560      01 ANOM-RPT-RECORD PIC X(100).
000570      FD  RUNC-FILE.
000580      01 RUNC-RECORD.
000590          COPY RUNREC.
000600    WORKING-STORAGE SECTION.
000610      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000620      01 WS-ATOL-FILE-STATUS PIC XX VALUE "00".
000630      01 WS-CKPT-FILE-STATUS PIC XX VALUE "00".
000640      01 WS-PHIS-FILE-STATUS PIC XX VALUE "00".
000650      01 WS-OVRD-FILE-STATUS PIC XX VALUE "00".
000660      01 WS-ANOM-RPT-FILE-STATUS PIC XX VALUE "00".
000670      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000680      01 WS-CKPT-NAME PIC X(12) VALUE "MATHCKPT.TXT".
000690      01 WS-CKPT-FOUND PIC X VALUE "N".
000700      01 WS-CYCLE PIC 99 VALUE ZERO.
000710      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000720      01 WS-CYC-IX PIC 999 VALUE ZERO.
000730      01 WS-CYC-TABLE.
000740          05 WS-CYC-SEEN PIC X OCCURS 99.
000750      01 WS-EOF-FLAG PIC X VALUE "N".
000760      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000770      01 WS-CKPT-COMPLETE PIC X VALUE "N".
000780      01 WS-OVERRIDE-OK PIC X VALUE "N".
000790      01 WS-SIGN-FUNCTION PIC X(4).
000800      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHANOM".
000810      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000820      01 WS-SIGN-AUTHORITY PIC X VALUE "O".
000830      01 WS-SIGN-ACTIVITY PIC X(8).
000840      01 WS-SIGN-KEY PIC X(52).
000850      01 WS-SIGN-RETURN PIC XX VALUE "00".
000860      01 WS-OVRD-USER-ID PIC X(8) VALUE SPACES.
000870      01 WS-OVRD-KEY PIC X(52) VALUE SPACES.
000880      01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
000890      01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
000900      01 WS-CHECKED-COUNT PIC 9(4) VALUE ZERO.
000910      01 WS-EARLIEST-DATE PIC 9(8) VALUE ZERO.
000920      01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
000930      01 WS-FIND-BEST PIC 9(8) VALUE ZERO.
000940      01 WS-OVRD-CYCLE PIC 99 VALUE ZERO.
000950      01 WS-MORE-DAYS PIC X VALUE "Y".
000960      01 WS-HIST-COUNT PIC 9(8) VALUE ZERO.
000970      01 WS-HIST-SUM PIC S9(10)V99 VALUE ZERO.
000980      01 WS-TODAY PIC S9(10)V99 VALUE ZERO.
000990      01 WS-AVERAGE PIC S9(10)V99 VALUE ZERO.
001000      01 WS-RANGE-LOW PIC S9(10)V99 VALUE ZERO.
001010      01 WS-RANGE-HIGH PIC S9(10)V99 VALUE ZERO.
001020      01 WS-BAND-WIDTH PIC S9(11)V99 VALUE ZERO.
001030      01 WS-ALLOW-LOW PIC S9(11)V99 VALUE ZERO.
001040      01 WS-ALLOW-HIGH PIC S9(11)V99 VALUE ZERO.
001050      01 WS-BAND-PCT PIC 999 VALUE ZERO.
001060      01 WS-RESULT PIC X(12).
001070      01 WS-RUNC-FUNCTION PIC X(5).
001080      01 WS-RUNC-STEP PIC X(8).
001090      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
001100      01 WS-RUNC-RETURN PIC XX VALUE "00".
001110      01 WS-CURRENT-DATE.
001120          05 WS-CURR-YYYY PIC 9(4).
001130          05 WS-CURR-MM PIC 9(2).
001140          05 WS-CURR-DD PIC 9(2).
001150      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001160          PIC 9(8).
001170      01 WS-RUN-DATE-DISP PIC X(10).
001180      01 WS-PHIS-TAB-COUNT PIC 9(4) VALUE ZERO.
001190      01 WS-PHIS-IX PIC 9(4) VALUE ZERO.
001200      01 WS-PHIS-FND PIC 9(4) VALUE ZERO.
001210      01 WS-PHIS-TABLE.
001220          05 WS-PHIS-ENT OCCURS 500 PIC X(101).
001230      01 WS-PHIS-LINE.
001240          COPY PHISREC.
001250      01 WS-CKPT-LINE.
001260          COPY CKPTREC.
001270*    ONE ENTRY PER DESK, O THEN R THEN W: ITS TOLERANCES,
001280*    TODAY'S CHECKPOINT FIGURES AND THE HISTORY GATHERED.
001290      01 WS-DSK-IX PIC 9 VALUE ZERO.
001300      01 WS-DSK-TABLE.
001310          05 WS-DSK-ENTRY OCCURS 3.
001320              10 WS-DSK-ID PIC X.
001330              10 WS-DSK-NAME PIC X(9).
001340              10 WS-DSK-TOL-FOUND PIC X.
001350              10 WS-DSK-WINDOW PIC 99.
001360              10 WS-DSK-MIN-DAYS PIC 99.
001370              10 WS-DSK-COUNT-PCT PIC 999.
001380              10 WS-DSK-SUM-PCT PIC 999.
001390              10 WS-DSK-TODAY-COUNT PIC 9(8).
001400              10 WS-DSK-TODAY-SUM PIC S9(10)V99.
001410              10 WS-DSK-DAYS PIC 99.
001420              10 WS-DSK-CNT-TOT PIC 9(10).
001430              10 WS-DSK-CNT-MIN PIC 9(8).
001440              10 WS-DSK-CNT-MAX PIC 9(8).
001450              10 WS-DSK-SUM-TOT PIC S9(12)V99.
001460              10 WS-DSK-SUM-MIN PIC S9(10)V99.
001470              10 WS-DSK-SUM-MAX PIC S9(10)V99.
001480      01 HDR-LINE-1.
001490          05 FILLER PIC X(20) VALUE "MATH ANOMALY CHECK".
001500          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001510          05 HDR1-RUN-DATE PIC X(10).
001520          05 FILLER PIC X(11) VALUE "  BUS DATE:".
001530          05 HDR1-BUS-DATE PIC 9(8).
001540      01 HDR-LINE-2.
001550          05 FILLER PIC X(16) VALUE "DESK      CHECK".
001560          05 FILLER PIC X(5) VALUE "DAYS".
001570          05 FILLER PIC X(16) VALUE "           TODAY".
001580          05 FILLER PIC X(16) VALUE "         AVERAGE".
001590          05 FILLER PIC X(16) VALUE "       RANGE LOW".
001600          05 FILLER PIC X(16) VALUE "      RANGE HIGH".
001610          05 FILLER PIC X(8) VALUE "  RESULT".
001620      01 DTL-LINE.
001630          05 DTL-DESK PIC X(10).
001640          05 DTL-CHECK PIC X(6).
001650          05 DTL-DAYS PIC Z9.
001660          05 FILLER PIC X(3) VALUE SPACES.
001670          05 DTL-TODAY PIC -Z(9)9.99.
001680          05 FILLER PIC X(2) VALUE SPACES.
001690          05 DTL-AVERAGE PIC -Z(9)9.99.
001700          05 FILLER PIC X(2) VALUE SPACES.
001710          05 DTL-RANGE-LOW PIC -Z(9)9.99.
001720          05 FILLER PIC X(2) VALUE SPACES.
001730          05 DTL-RANGE-HIGH PIC -Z(9)9.99.
001740          05 FILLER PIC X(2) VALUE SPACES.
001750          05 DTL-RESULT PIC X(12).
001760      01 BAND-LINE.
001770          05 FILLER PIC X(21) VALUE SPACES.
001780          05 FILLER PIC X(20) VALUE "ALLOWED WITHIN BAND".
001790          05 BAND-PCT PIC ZZ9.
001800          05 FILLER PIC X(4) VALUE "% :".
001810          05 BAND-LOW PIC -Z(10)9.99.
001820          05 FILLER PIC X(4) VALUE " TO".
001830          05 BAND-HIGH PIC -Z(10)9.99.
001840      01 SKIP-LINE.
001850          05 FILLER PIC X(30)
001860              VALUE "SKIPPED - DAY NEVER COMPLETED:".
001870          05 SKIP-DATE PIC 9(8).
001880      01 RFS-LINE.
001890          05 FILLER PIC X(9) VALUE "REFUSED:".
001900          05 RFS-TEXT PIC X(60).
001910      01 TRL-LINE-1.
001920          05 FILLER PIC X(20) VALUE "CHECKS MADE:".
001930          05 TRL1-COUNT PIC Z(7)9.
001940      01 TRL-LINE-2.
001950          05 FILLER PIC X(20) VALUE "EXCEPTIONS:".
001960          05 TRL2-COUNT PIC Z(7)9.
001970      01 TRL-LINE-3.
001980          05 FILLER PIC X(20) VALUE "DAYS SKIPPED:".
001990          05 TRL3-COUNT PIC Z(7)9.
002000      01 CERT-LINE.
002010          05 FILLER PIC X(13) VALUE "CERTIFICATE:".
002020          05 CERT-TEXT PIC X(60).
002030  PROCEDURE DIVISION.
002040    0000-MAIN-PROCESS.
002050        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002060        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
002070        PERFORM 0100-RUN-CONTROL-START
002080        PERFORM 1200-READ-PARAMETERS
002090        PERFORM 1000-INIT-DESK-TABLE
002100        PERFORM 1100-READ-TOLERANCES
002110        OPEN OUTPUT ANOM-RPT-FILE
002120        PERFORM 3000-WRITE-REPORT-HEADERS
002130        PERFORM 1300-READ-CHECKPOINT
002140        IF WS-CKPT-COMPLETE NOT = "Y"
002150          MOVE "NO COMPLETE CHECKPOINT FOR THE DAY - RUN MATH"
002160            TO RFS-TEXT
002170          WRITE ANOM-RPT-RECORD FROM RFS-LINE
002180          CLOSE ANOM-RPT-FILE
002190          DISPLAY "MATHANOM NO COMPLETE CHECKPOINT - DAY HELD"
002200          MOVE 12 TO RETURN-CODE
002210          STOP RUN
002220        END-IF
002230        PERFORM 1400-LOAD-PERIOD-HISTORY
002240        PERFORM 1500-CHECK-OVERRIDE
002250        MOVE WS-BUS-DATE TO WS-EARLIEST-DATE
002260        PERFORM VARYING WS-DSK-IX FROM 1 BY 1
002270            UNTIL WS-DSK-IX > 3
002280          PERFORM 2000-CHECK-DESK
002290        END-PERFORM
002300        PERFORM 2900-LIST-SKIPPED-DAYS
002310        PERFORM 3300-WRITE-REPORT-TRAILER
002320        CLOSE ANOM-RPT-FILE
002330        IF WS-EXCEPTION-COUNT > ZERO
002340            AND WS-OVERRIDE-OK NOT = "Y"
002350          DISPLAY "MATHANOM " WS-EXCEPTION-COUNT
002360            " EXCEPTIONS - DAY HELD, SEE MATHANOR.TXT"
002370          MOVE 8 TO RETURN-CODE
002380          STOP RUN
002390        END-IF
002400        IF WS-EXCEPTION-COUNT > ZERO
002410          PERFORM 1530-LOG-OVERRIDE-USED
002420        END-IF
002430        DISPLAY "MATHANOM " WS-CHECKED-COUNT " CHECKS, "
002440          WS-EXCEPTION-COUNT " EXCEPTIONS"
002450        PERFORM 0900-RUN-CONTROL-END
002460        IF WS-EXCEPTION-COUNT > ZERO
002470          MOVE 4 TO RETURN-CODE
002480        ELSE
002490          MOVE ZERO TO RETURN-CODE
002500        END-IF
002510        STOP RUN.
002520
002530    0100-RUN-CONTROL-START.
002540        MOVE "START" TO WS-RUNC-FUNCTION
002550        MOVE "MATHANOM" TO WS-RUNC-STEP
002560        MOVE ZERO TO WS-RUNC-REC-COUNT
002570        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002580          WS-RUNC-REC-COUNT WS-RUNC-RETURN
002590        IF WS-RUNC-RETURN NOT = "00"
002600          MOVE 12 TO RETURN-CODE
002610          STOP RUN
002620        END-IF.
002630
002640    0900-RUN-CONTROL-END.
002650        MOVE "END" TO WS-RUNC-FUNCTION
002660        MOVE "MATHANOM" TO WS-RUNC-STEP
002670        MOVE WS-CHECKED-COUNT TO WS-RUNC-REC-COUNT
002680        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002690          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
002700
002710    1000-INIT-DESK-TABLE.
002720        PERFORM VARYING WS-DSK-IX FROM 1 BY 1
002730            UNTIL WS-DSK-IX > 3
002740          MOVE "N" TO WS-DSK-TOL-FOUND(WS-DSK-IX)
002750          MOVE ZERO TO WS-DSK-WINDOW(WS-DSK-IX)
002760          MOVE ZERO TO WS-DSK-MIN-DAYS(WS-DSK-IX)
002770          MOVE ZERO TO WS-DSK-COUNT-PCT(WS-DSK-IX)
002780          MOVE ZERO TO WS-DSK-SUM-PCT(WS-DSK-IX)
002790          MOVE ZERO TO WS-DSK-TODAY-COUNT(WS-DSK-IX)
002800          MOVE ZERO TO WS-DSK-TODAY-SUM(WS-DSK-IX)
002810          MOVE ZERO TO WS-DSK-DAYS(WS-DSK-IX)
002820          MOVE ZERO TO WS-DSK-CNT-TOT(WS-DSK-IX)
002830          MOVE ZERO TO WS-DSK-CNT-MIN(WS-DSK-IX)
002840          MOVE ZERO TO WS-DSK-CNT-MAX(WS-DSK-IX)
002850          MOVE ZERO TO WS-DSK-SUM-TOT(WS-DSK-IX)
002860          MOVE ZERO TO WS-DSK-SUM-MIN(WS-DSK-IX)
002870          MOVE ZERO TO WS-DSK-SUM-MAX(WS-DSK-IX)
002880        END-PERFORM
002890        MOVE "O" TO WS-DSK-ID(1)
002900        MOVE "ORDER" TO WS-DSK-NAME(1)
002910        MOVE "R" TO WS-DSK-ID(2)
002920        MOVE "RATES" TO WS-DSK-NAME(2)
002930        MOVE "W" TO WS-DSK-ID(3)
002940        MOVE "WAREHOUSE" TO WS-DSK-NAME(3).
002950
002960    1100-READ-TOLERANCES.
002970        OPEN INPUT ATOL-FILE
002980        IF WS-ATOL-FILE-STATUS NOT = "00"
002990          DISPLAY "ATOL-FILE OPEN FAILED, STATUS="
003000            WS-ATOL-FILE-STATUS
003010          MOVE 12 TO RETURN-CODE
003020          STOP RUN
003030        END-IF
003040        MOVE "N" TO WS-EOF-FLAG
003050        PERFORM 1110-READ-TOLERANCE
003060        PERFORM UNTIL WS-EOF-FLAG = "Y"
003070          PERFORM 1120-STORE-TOLERANCE
003080          PERFORM 1110-READ-TOLERANCE
003090        END-PERFORM
003100        CLOSE ATOL-FILE.
003110
003120    1110-READ-TOLERANCE.
003130        READ ATOL-FILE
003140          AT END
003150            MOVE "Y" TO WS-EOF-FLAG
003160        END-READ.
003170
003180    1120-STORE-TOLERANCE.
003190        MOVE ZERO TO WS-DSK-IX
003200        EVALUATE ATOL-SOURCE
003210          WHEN "O"
003220            MOVE 1 TO WS-DSK-IX
003230          WHEN "R"
003240            MOVE 2 TO WS-DSK-IX
003250          WHEN "W"
003260            MOVE 3 TO WS-DSK-IX
003270        END-EVALUATE
003280        IF WS-DSK-IX = ZERO
003290            OR ATOL-WINDOW IS NOT NUMERIC
003300            OR ATOL-MIN-DAYS IS NOT NUMERIC
003310            OR ATOL-COUNT-PCT IS NOT NUMERIC
003320            OR ATOL-SUM-PCT IS NOT NUMERIC
003330            OR ATOL-WINDOW = ZERO
003340          DISPLAY "INVALID TOLERANCE RECORD IGNORED: "
003350            ATOL-RECORD
003360        ELSE
003370          MOVE "Y" TO WS-DSK-TOL-FOUND(WS-DSK-IX)
003380          MOVE ATOL-WINDOW TO WS-DSK-WINDOW(WS-DSK-IX)
003390          MOVE ATOL-MIN-DAYS TO WS-DSK-MIN-DAYS(WS-DSK-IX)
003400          MOVE ATOL-COUNT-PCT TO WS-DSK-COUNT-PCT(WS-DSK-IX)
003410          MOVE ATOL-SUM-PCT TO WS-DSK-SUM-PCT(WS-DSK-IX)
003420        END-IF.
003430
003440    1200-READ-PARAMETERS.
003450        OPEN INPUT PARAM-FILE
003460        IF WS-PARAM-FILE-STATUS = "00"
003470          READ PARAM-FILE
003480            NOT AT END
003490              IF PARM-BUS-DATE IS NUMERIC
003500                  AND PARM-BUS-DATE > ZERO
003510                MOVE PARM-BUS-DATE TO WS-BUS-DATE
003520              END-IF
003530          END-READ
003540          CLOSE PARAM-FILE
003550        END-IF.
003560
003570    1300-READ-CHECKPOINT.
003580        MOVE "N" TO WS-CKPT-COMPLETE
003590        PERFORM 1310-OPEN-CHECKPOINT
003600        IF WS-CKPT-FOUND = "Y" AND CKPT-STATUS = "COMPLETE"
003610          MOVE "Y" TO WS-CKPT-COMPLETE
003620        END-IF
003630        MOVE CKPT-ORD-COUNT TO WS-DSK-TODAY-COUNT(1)
003640        MOVE CKPT-ORD-SUM TO WS-DSK-TODAY-SUM(1)
003650        MOVE CKPT-RTE-COUNT TO WS-DSK-TODAY-COUNT(2)
003660        MOVE CKPT-RTE-SUM TO WS-DSK-TODAY-SUM(2)
003670        MOVE CKPT-WHS-COUNT TO WS-DSK-TODAY-COUNT(3)
003680        MOVE CKPT-WHS-SUM TO WS-DSK-TODAY-SUM(3)
003690        PERFORM 1350-ADD-CYCLE-CHECKPOINTS.
003700
003710    1310-OPEN-CHECKPOINT.
003720        MOVE "N" TO WS-CKPT-FOUND
003730        OPEN INPUT CHECKPOINT-FILE
003740        IF WS-CKPT-FILE-STATUS = "00"
003750          READ CHECKPOINT-FILE
003760            NOT AT END
003770              MOVE CHECKPOINT-RECORD TO WS-CKPT-LINE
003780              MOVE "Y" TO WS-CKPT-FOUND
003790          END-READ
003800          CLOSE CHECKPOINT-FILE
003810        END-IF.
003820
003830*    TODAY'S FIGURES ARE THE NIGHTLY RUN PLUS EVERY INTRADAY
003840*    CYCLE RUN FOR THE DATE (SEE CYCLREC), TAKEN FROM RUN
003850*    CONTROL AS MATHCLSE DOES, SO THEY COMPARE WITH THE DAY
003860*    TOTALS ON THE PERIOD HISTORY. THE DAY IS NOT CHECKED
003870*    UNTIL EVERY ONE OF THOSE CHECKPOINTS IS COMPLETE.
003880    1350-ADD-CYCLE-CHECKPOINTS.
003890        INITIALIZE WS-CYC-TABLE
003900        OPEN INPUT RUNC-FILE
003910        IF WS-RUNC-FILE-STATUS = "00"
003920          MOVE "N" TO WS-EOF-FLAG
003930          PERFORM 1360-READ-RUNC-RECORD
003940          PERFORM UNTIL WS-EOF-FLAG = "Y"
003950            IF RUNC-BUS-DATE = WS-BUS-DATE
003960                AND RUNC-CYCLE IS NUMERIC
003970                AND RUNC-CYCLE > ZERO
003980              MOVE RUNC-CYCLE TO WS-CYC-IX
003990              MOVE "Y" TO WS-CYC-SEEN(WS-CYC-IX)
004000            END-IF
004010            PERFORM 1360-READ-RUNC-RECORD
004020          END-PERFORM
004030          CLOSE RUNC-FILE
004040        END-IF
004050        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
004060            UNTIL WS-CYC-IX > 99
004070          IF WS-CYC-SEEN(WS-CYC-IX) = "Y"
004080            PERFORM 1370-ADD-CYCLE-CHECKPOINT
004090          END-IF
004100        END-PERFORM.
004110
004120    1360-READ-RUNC-RECORD.
004130        READ RUNC-FILE
004140          AT END
004150            MOVE "Y" TO WS-EOF-FLAG
004160        END-READ.
004170
004180    1370-ADD-CYCLE-CHECKPOINT.
004190        MOVE WS-CYC-IX TO WS-CYCLE
004200        MOVE SPACES TO WS-CYCLE-SUFFIX
004210        STRING "C" WS-CYCLE DELIMITED BY SIZE
004220          INTO WS-CYCLE-SUFFIX
004230        MOVE SPACES TO WS-CKPT-NAME
004240        STRING "MATHCKPT." WS-CYCLE-SUFFIX
004250          DELIMITED BY SIZE INTO WS-CKPT-NAME
004260        PERFORM 1310-OPEN-CHECKPOINT
004270        IF WS-CKPT-FOUND NOT = "Y"
004280          MOVE "N" TO WS-CKPT-COMPLETE
004290          DISPLAY "MATHANOM NO CHECKPOINT FOR CYCLE " WS-CYCLE
004300        ELSE
004310          IF CKPT-STATUS NOT = "COMPLETE"
004320            MOVE "N" TO WS-CKPT-COMPLETE
004330          END-IF
004340          ADD CKPT-ORD-COUNT TO WS-DSK-TODAY-COUNT(1)
004350          ADD CKPT-ORD-SUM TO WS-DSK-TODAY-SUM(1)
004360          ADD CKPT-RTE-COUNT TO WS-DSK-TODAY-COUNT(2)
004370          ADD CKPT-RTE-SUM TO WS-DSK-TODAY-SUM(2)
004380          ADD CKPT-WHS-COUNT TO WS-DSK-TODAY-COUNT(3)
004390          ADD CKPT-WHS-SUM TO WS-DSK-TODAY-SUM(3)
004400        END-IF.
004410
004420    1400-LOAD-PERIOD-HISTORY.
004430        OPEN INPUT PHIS-FILE
004440        IF WS-PHIS-FILE-STATUS = "00"
004450          MOVE "N" TO WS-EOF-FLAG
004460          PERFORM 1410-READ-PERIOD-HISTORY
004470          PERFORM UNTIL WS-EOF-FLAG = "Y"
004480            IF WS-PHIS-TAB-COUNT < 500
004490              ADD 1 TO WS-PHIS-TAB-COUNT
004500              MOVE PHIS-RECORD
004510                TO WS-PHIS-ENT(WS-PHIS-TAB-COUNT)
004520            ELSE
004530              DISPLAY "PERIOD HISTORY EXCEEDS 500 RECORDS"
004540                " - ARCHIVE MATHPHIS.DAT AND RERUN"
004550              MOVE 12 TO RETURN-CODE
004560              STOP RUN
004570            END-IF
004580            PERFORM 1410-READ-PERIOD-HISTORY
004590          END-PERFORM
004600          CLOSE PHIS-FILE
004610        END-IF.
004620
004630    1410-READ-PERIOD-HISTORY.
004640        READ PHIS-FILE
004650          AT END
004660            MOVE "Y" TO WS-EOF-FLAG
004670        END-READ.
004680
004690*    AN OVERRIDE FOR THE DATE, THIS STEP AND CYCLE 00 ACCEPTS
004700*    THE DAY'S EXCEPTIONS ONCE THEY HAVE BEEN LOOKED INTO, SO
004710*    THE STEP COMPLETES AND THE FEED CAN BE RELEASED.
004720    1500-CHECK-OVERRIDE.
004730        MOVE "N" TO WS-OVERRIDE-OK
004740        OPEN INPUT OVRD-FILE
004750        IF WS-OVRD-FILE-STATUS = "00"
004760          MOVE "N" TO WS-EOF-FLAG
004770          PERFORM 1510-READ-OVERRIDE
004780          PERFORM UNTIL WS-EOF-FLAG = "Y"
004790            MOVE ZERO TO WS-OVRD-CYCLE
004800            IF OVRD-CYCLE IS NUMERIC
004810              MOVE OVRD-CYCLE TO WS-OVRD-CYCLE
004820            END-IF
004830            IF OVRD-BUS-DATE = WS-BUS-DATE
004840                AND OVRD-STEP = "MATHANOM"
004850                AND WS-OVRD-CYCLE = ZERO
004860              PERFORM 1520-VERIFY-OVERRIDE
004870            END-IF
004880            PERFORM 1510-READ-OVERRIDE
004890          END-PERFORM
004900          CLOSE OVRD-FILE
004910        END-IF.
004920
004930    1510-READ-OVERRIDE.
004940        READ OVRD-FILE
004950          AT END
004960          MOVE "Y" TO WS-EOF-FLAG
004970        END-READ.
004980
004990*    AN OVERRIDE COUNTS ONLY WHEN THE OPERATOR WHO ENTERED IT
005000*    STILL HOLDS OVERRIDE AUTHORITY. ONE WITHOUT IS REPORTED
005010*    AND IGNORED.
005020    1520-VERIFY-OVERRIDE.
005030        MOVE "AUTH" TO WS-SIGN-FUNCTION
005040        MOVE OVRD-USER-ID TO WS-SIGN-USER-ID
005050        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
005060          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
005070          WS-SIGN-KEY WS-SIGN-RETURN
005080        IF WS-SIGN-RETURN = "00"
005090          MOVE "Y" TO WS-OVERRIDE-OK
005100          MOVE OVRD-USER-ID TO WS-OVRD-USER-ID
005110          MOVE SPACES TO WS-OVRD-KEY
005120          STRING OVRD-BUS-DATE " " OVRD-STEP " " OVRD-ENTRY-DATE
005130            " " OVRD-ENTRY-TIME DELIMITED BY SIZE INTO WS-OVRD-KEY
005140        ELSE
005150          DISPLAY "OVERRIDE FOR " OVRD-STEP " " OVRD-BUS-DATE
005160            " BY '" OVRD-USER-ID "' IGNORED - NO AUTHORITY"
005170        END-IF.
005180
005190*    THE USE OF AN OVERRIDE IS LOGGED UNDER THE OPERATOR WHO
005200*    ENTERED IT.
005210    1530-LOG-OVERRIDE-USED.
005220        MOVE "LOG " TO WS-SIGN-FUNCTION
005230        MOVE WS-OVRD-USER-ID TO WS-SIGN-USER-ID
005240        MOVE "OVRDUSED" TO WS-SIGN-ACTIVITY
005250        MOVE WS-OVRD-KEY TO WS-SIGN-KEY
005260        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
005270          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
005280          WS-SIGN-KEY WS-SIGN-RETURN.
005290
005300    2000-CHECK-DESK.
005310        PERFORM 2100-GATHER-HISTORY
005320        MOVE WS-DSK-NAME(WS-DSK-IX) TO DTL-DESK
005330        MOVE WS-DSK-DAYS(WS-DSK-IX) TO DTL-DAYS
005340        MOVE "COUNT" TO DTL-CHECK
005350        MOVE WS-DSK-TODAY-COUNT(WS-DSK-IX) TO WS-TODAY
005360        MOVE WS-DSK-CNT-MIN(WS-DSK-IX) TO WS-RANGE-LOW
005370        MOVE WS-DSK-CNT-MAX(WS-DSK-IX) TO WS-RANGE-HIGH
005380        MOVE WS-DSK-COUNT-PCT(WS-DSK-IX) TO WS-BAND-PCT
005390        IF WS-DSK-DAYS(WS-DSK-IX) > ZERO
005400          COMPUTE WS-AVERAGE ROUNDED =
005410            WS-DSK-CNT-TOT(WS-DSK-IX) / WS-DSK-DAYS(WS-DSK-IX)
005420        ELSE
005430          MOVE ZERO TO WS-AVERAGE
005440        END-IF
005450        PERFORM 2500-TEST-MEASURE
005460        MOVE SPACES TO DTL-DESK
005470        MOVE "SUM" TO DTL-CHECK
005480        MOVE WS-DSK-TODAY-SUM(WS-DSK-IX) TO WS-TODAY
005490        MOVE WS-DSK-SUM-MIN(WS-DSK-IX) TO WS-RANGE-LOW
005500        MOVE WS-DSK-SUM-MAX(WS-DSK-IX) TO WS-RANGE-HIGH
005510        MOVE WS-DSK-SUM-PCT(WS-DSK-IX) TO WS-BAND-PCT
005520        IF WS-DSK-DAYS(WS-DSK-IX) > ZERO
005530          COMPUTE WS-AVERAGE ROUNDED =
005540            WS-DSK-SUM-TOT(WS-DSK-IX) / WS-DSK-DAYS(WS-DSK-IX)
005550        ELSE
005560          MOVE ZERO TO WS-AVERAGE
005570        END-IF
005580        PERFORM 2500-TEST-MEASURE.
005590
005600*    THE DESK'S HISTORY IS ITS LAST WS-DSK-WINDOW "D" DAYS
005610*    BEFORE THE BUSINESS DATE WHOSE CHECKPOINT WAS COMPLETE,
005620*    TAKEN NEWEST FIRST. A DAY LEFT INPROGRS WAS NEVER
005630*    FINISHED AND IS PASSED OVER.
005640    2100-GATHER-HISTORY.
005650        IF WS-DSK-TOL-FOUND(WS-DSK-IX) = "Y"
005660          MOVE WS-BUS-DATE TO WS-CUTOFF-DATE
005670          MOVE "Y" TO WS-MORE-DAYS
005680          PERFORM 2110-TAKE-PRIOR-DAY
005690            UNTIL WS-MORE-DAYS = "N"
005700              OR WS-DSK-DAYS(WS-DSK-IX)
005710                >= WS-DSK-WINDOW(WS-DSK-IX)
005720        END-IF.
005730
005740    2110-TAKE-PRIOR-DAY.
005750        MOVE ZERO TO WS-PHIS-FND
005760        PERFORM VARYING WS-PHIS-IX FROM 1 BY 1
005770            UNTIL WS-PHIS-IX > WS-PHIS-TAB-COUNT
005780          PERFORM 2120-TEST-PRIOR-DAY
005790        END-PERFORM
005800        IF WS-PHIS-FND = ZERO
005810          MOVE "N" TO WS-MORE-DAYS
005820        ELSE
005830          MOVE WS-PHIS-ENT(WS-PHIS-FND) TO WS-PHIS-LINE
005840          MOVE PHIS-BUS-DATE TO WS-CUTOFF-DATE
005850          IF PHIS-BUS-DATE < WS-EARLIEST-DATE
005860            MOVE PHIS-BUS-DATE TO WS-EARLIEST-DATE
005870          END-IF
005880          PERFORM 2130-ADD-HISTORY-DAY
005890        END-IF.
005900
005910*    LEAVES WS-PHIS-FND AT THE LATEST COMPLETED DAY BEFORE
005920*    WS-CUTOFF-DATE.
005930    2120-TEST-PRIOR-DAY.
005940        IF WS-PHIS-FND > ZERO
005950          MOVE WS-PHIS-ENT(WS-PHIS-FND) TO WS-PHIS-LINE
005960          MOVE PHIS-BUS-DATE TO WS-FIND-BEST
005970        ELSE
005980          MOVE ZERO TO WS-FIND-BEST
005990        END-IF
006000        MOVE WS-PHIS-ENT(WS-PHIS-IX) TO WS-PHIS-LINE
006010        IF PHIS-REC-TYPE = "D"
006020            AND PHIS-STATUS = "COMPLETE"
006030            AND PHIS-BUS-DATE < WS-CUTOFF-DATE
006040            AND PHIS-BUS-DATE > WS-FIND-BEST
006050          MOVE WS-PHIS-IX TO WS-PHIS-FND
006060        END-IF.
006070
006080    2130-ADD-HISTORY-DAY.
006090        EVALUATE WS-DSK-IX
006100          WHEN 1
006110            MOVE PHIS-ORD-COUNT TO WS-HIST-COUNT
006120            MOVE PHIS-ORD-SUM TO WS-HIST-SUM
006130          WHEN 2
006140            MOVE PHIS-RTE-COUNT TO WS-HIST-COUNT
006150            MOVE PHIS-RTE-SUM TO WS-HIST-SUM
006160          WHEN OTHER
006170            MOVE PHIS-WHS-COUNT TO WS-HIST-COUNT
006180            MOVE PHIS-WHS-SUM TO WS-HIST-SUM
006190        END-EVALUATE
006200        IF WS-DSK-DAYS(WS-DSK-IX) = ZERO
006210            OR WS-HIST-COUNT < WS-DSK-CNT-MIN(WS-DSK-IX)
006220          MOVE WS-HIST-COUNT TO WS-DSK-CNT-MIN(WS-DSK-IX)
006230        END-IF
006240        IF WS-DSK-DAYS(WS-DSK-IX) = ZERO
006250            OR WS-HIST-COUNT > WS-DSK-CNT-MAX(WS-DSK-IX)
006260          MOVE WS-HIST-COUNT TO WS-DSK-CNT-MAX(WS-DSK-IX)
006270        END-IF
006280        IF WS-DSK-DAYS(WS-DSK-IX) = ZERO
006290            OR WS-HIST-SUM < WS-DSK-SUM-MIN(WS-DSK-IX)
006300          MOVE WS-HIST-SUM TO WS-DSK-SUM-MIN(WS-DSK-IX)
006310        END-IF
006320        IF WS-DSK-DAYS(WS-DSK-IX) = ZERO
006330            OR WS-HIST-SUM > WS-DSK-SUM-MAX(WS-DSK-IX)
006340          MOVE WS-HIST-SUM TO WS-DSK-SUM-MAX(WS-DSK-IX)
006350        END-IF
006360        ADD WS-HIST-COUNT TO WS-DSK-CNT-TOT(WS-DSK-IX)
006370        ADD WS-HIST-SUM TO WS-DSK-SUM-TOT(WS-DSK-IX)
006380        ADD 1 TO WS-DSK-DAYS(WS-DSK-IX).
006390
006400*    THE ALLOWED BAND IS THE AVERAGE PLUS OR MINUS WS-BAND-PCT
006410*    PERCENT OF IT, WIDENED TO TAKE IN THE WHOLE RANGE SEEN
006420*    OVER THE WINDOW, SO A FIGURE THE DESK HAS ALREADY HAD
006430*    IN THE PERIOD IS NEVER AN EXCEPTION.
006440    2500-TEST-MEASURE.
006450        MOVE WS-TODAY TO DTL-TODAY
006460        MOVE WS-AVERAGE TO DTL-AVERAGE
006470        MOVE WS-RANGE-LOW TO DTL-RANGE-LOW
006480        MOVE WS-RANGE-HIGH TO DTL-RANGE-HIGH
006490        IF WS-DSK-TOL-FOUND(WS-DSK-IX) NOT = "Y"
006500          MOVE "NO TOLERANCE" TO WS-RESULT
006510        ELSE
006520          IF WS-DSK-DAYS(WS-DSK-IX)
006530              < WS-DSK-MIN-DAYS(WS-DSK-IX)
006540              OR WS-DSK-DAYS(WS-DSK-IX) = ZERO
006550            MOVE "TOO FEW DAYS" TO WS-RESULT
006560          ELSE
006570            PERFORM 2510-APPLY-BAND
006580          END-IF
006590        END-IF
006600        MOVE WS-RESULT TO DTL-RESULT
006610        WRITE ANOM-RPT-RECORD FROM DTL-LINE
006620        IF WS-RESULT = "EXCEPTION" OR WS-RESULT = "ACCEPTED"
006630          MOVE WS-BAND-PCT TO BAND-PCT
006640          MOVE WS-ALLOW-LOW TO BAND-LOW
006650          MOVE WS-ALLOW-HIGH TO BAND-HIGH
006660          WRITE ANOM-RPT-RECORD FROM BAND-LINE
006670        END-IF.
006680
006690    2510-APPLY-BAND.
006700        ADD 1 TO WS-CHECKED-COUNT
006710        IF WS-AVERAGE < ZERO
006720          COMPUTE WS-BAND-WIDTH ROUNDED =
006730            WS-AVERAGE * WS-BAND-PCT / -100
006740        ELSE
006750          COMPUTE WS-BAND-WIDTH ROUNDED =
006760            WS-AVERAGE * WS-BAND-PCT / 100
006770        END-IF
006780        COMPUTE WS-ALLOW-LOW = WS-AVERAGE - WS-BAND-WIDTH
006790        COMPUTE WS-ALLOW-HIGH = WS-AVERAGE + WS-BAND-WIDTH
006800        IF WS-RANGE-LOW < WS-ALLOW-LOW
006810          MOVE WS-RANGE-LOW TO WS-ALLOW-LOW
006820        END-IF
006830        IF WS-RANGE-HIGH > WS-ALLOW-HIGH
006840          MOVE WS-RANGE-HIGH TO WS-ALLOW-HIGH
006850        END-IF
006860        IF WS-TODAY < WS-ALLOW-LOW
006870            OR WS-TODAY > WS-ALLOW-HIGH
006880          ADD 1 TO WS-EXCEPTION-COUNT
006890          IF WS-OVERRIDE-OK = "Y"
006900            MOVE "ACCEPTED" TO WS-RESULT
006910          ELSE
006920            MOVE "EXCEPTION" TO WS-RESULT
006930          END-IF
006940        ELSE
006950          MOVE "OK" TO WS-RESULT
006960        END-IF.
006970
006980*    INCOMPLETE DAYS INSIDE THE HISTORY WINDOW ARE LISTED SO
006990*    THE GAP IN THE AVERAGE IS VISIBLE.
007000    2900-LIST-SKIPPED-DAYS.
007010        MOVE SPACES TO ANOM-RPT-RECORD
007020        WRITE ANOM-RPT-RECORD
007030        PERFORM VARYING WS-PHIS-IX FROM 1 BY 1
007040            UNTIL WS-PHIS-IX > WS-PHIS-TAB-COUNT
007050          MOVE WS-PHIS-ENT(WS-PHIS-IX) TO WS-PHIS-LINE
007060          IF PHIS-REC-TYPE = "D"
007070              AND PHIS-STATUS NOT = "COMPLETE"
007080              AND PHIS-BUS-DATE < WS-BUS-DATE
007090              AND PHIS-BUS-DATE > WS-EARLIEST-DATE
007100            ADD 1 TO WS-SKIPPED-COUNT
007110            MOVE PHIS-BUS-DATE TO SKIP-DATE
007120            WRITE ANOM-RPT-RECORD FROM SKIP-LINE
007130          END-IF
007140        END-PERFORM.
007150
007160    3000-WRITE-REPORT-HEADERS.
007170        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
007180          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
007190        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
007200        MOVE WS-BUS-DATE TO HDR1-BUS-DATE
007210        WRITE ANOM-RPT-RECORD FROM HDR-LINE-1
007220        MOVE SPACES TO ANOM-RPT-RECORD
007230        WRITE ANOM-RPT-RECORD
007240        WRITE ANOM-RPT-RECORD FROM HDR-LINE-2.
007250
007260    3300-WRITE-REPORT-TRAILER.
007270        MOVE SPACES TO ANOM-RPT-RECORD
007280        WRITE ANOM-RPT-RECORD
007290        MOVE WS-CHECKED-COUNT TO TRL1-COUNT
007300        WRITE ANOM-RPT-RECORD FROM TRL-LINE-1
007310        MOVE WS-EXCEPTION-COUNT TO TRL2-COUNT
007320        WRITE ANOM-RPT-RECORD FROM TRL-LINE-2
007330        MOVE WS-SKIPPED-COUNT TO TRL3-COUNT
007340        WRITE ANOM-RPT-RECORD FROM TRL-LINE-3
007350        MOVE SPACES TO ANOM-RPT-RECORD
007360        WRITE ANOM-RPT-RECORD
007370        EVALUATE TRUE
007380          WHEN WS-EXCEPTION-COUNT = ZERO
007390            MOVE "NO ANOMALIES - DAY MAY BE RELEASED" TO CERT-TEXT
007400          WHEN WS-OVERRIDE-OK = "Y"
007410            MOVE "EXCEPTIONS ACCEPTED UNDER OVERRIDE"
007420              TO CERT-TEXT
007430          WHEN OTHER
007440            MOVE "DAY HELD - EXCEPTIONS MUST BE CLEARED"
007450              TO CERT-TEXT
007460        END-EVALUATE
007470        WRITE ANOM-RPT-RECORD FROM CERT-LINE.
