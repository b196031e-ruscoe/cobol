000160      01 AUDIT-RECORD.
000170          COPY AUDREC.
000180      FD  STAT-RPT-FILE.
000190      01 STAT-RPT-RECORD PIC X(100).
000200    WORKING-STORAGE SECTION.
000210      01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
000220      01 WS-STAT-RPT-FILE-STATUS PIC XX VALUE "00".
000430      01 WS-RUN-MUL PIC 9(4) VALUE ZERO.
000440      01 WS-RUN-DIV PIC 9(4) VALUE ZERO.
000450      01 WS-RUN-EXC PIC 9(4) VALUE ZERO.
000460      01 WS-RUN-REV PIC 9(4) VALUE ZERO.
000470      01 WS-RUN-GOOD PIC 9(4) VALUE ZERO.
000480      01 WS-RUN-MIN PIC S9(7)V99 VALUE ZERO.
000490      01 WS-RUN-MAX PIC S9(7)V99 VALUE ZERO.
000500      01 WS-RUN-SUM PIC S9(10)V99 VALUE ZERO.
000510      01 WS-RUN-AVG PIC S9(7)V99 VALUE ZERO.
000520      01 WS-DAY-ADD PIC 9(4) VALUE ZERO.
000530      01 WS-DAY-SUB PIC 9(4) VALUE ZERO.
000540      01 WS-DAY-MUL PIC 9(4) VALUE ZERO.
000550      01 WS-DAY-DIV PIC 9(4) VALUE ZERO.
000560      01 WS-DAY-EXC PIC 9(4) VALUE ZERO.
000570      01 WS-DAY-REV PIC 9(4) VALUE ZERO.
000580      01 WS-DAY-GOOD PIC 9(4) VALUE ZERO.
000590      01 WS-DAY-MIN PIC S9(7)V99 VALUE ZERO.
000600      01 WS-DAY-MAX PIC S9(7)V99 VALUE ZERO.
000610      01 WS-DAY-SUM PIC S9(10)V99 VALUE ZERO.
000620      01 WS-MTD-CALCS PIC 9(6) VALUE ZERO.
000630      01 WS-MTD-ADD PIC 9(6) VALUE ZERO.
000640      01 WS-MTD-SUB PIC 9(6) VALUE ZERO.
000650      01 WS-MTD-MUL PIC 9(6) VALUE ZERO.
000660      01 WS-MTD-DIV PIC 9(6) VALUE ZERO.
000670      01 WS-MTD-EXC PIC 9(6) VALUE ZERO.
000680      01 WS-MTD-REV PIC 9(6) VALUE ZERO.
000690      01 HDR-LINE-1.
000700          05 FILLER PIC X(20) VALUE "MATH OPERATIONS SUMM".
000710          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000720          05 HDR1-RUN-DATE PIC X(10).
000730          05 FILLER PIC X(8) VALUE "   PAGE:".
000740          05 HDR1-PAGE-NO PIC ZZZ9.
000750      01 HDR-LINE-2.
000760          05 FILLER PIC X(11) VALUE "DATE".
000770          05 FILLER PIC X(9) VALUE "RUN-ID".
000780          05 FILLER PIC X(5) VALUE " ADD".
000790          05 FILLER PIC X(5) VALUE " SUB".
000800          05 FILLER PIC X(5) VALUE " MUL".
000810          05 FILLER PIC X(5) VALUE " DIV".
000820          05 FILLER PIC X(5) VALUE " EXC".
000830          05 FILLER PIC X(5) VALUE " REV".
000840          05 FILLER PIC X(12) VALUE "        MIN".
000850          05 FILLER PIC X(12) VALUE "        MAX".
000860          05 FILLER PIC X(11) VALUE "        AVG".
000870      01 STL-LINE.
000880          05 STL-DATE PIC X(10).
000890          05 FILLER PIC X(1) VALUE SPACE.
000900          05 STL-RUN-ID PIC X(9).
000910          05 STL-ADD PIC ZZZ9.
000920          05 FILLER PIC X(1) VALUE SPACE.
000930          05 STL-SUB PIC ZZZ9.
000940          05 FILLER PIC X(1) VALUE SPACE.
000950          05 STL-MUL PIC ZZZ9.
000960          05 FILLER PIC X(1) VALUE SPACE.
000970          05 STL-DIV PIC ZZZ9.
000980          05 FILLER PIC X(1) VALUE SPACE.
000990          05 STL-EXC PIC ZZZ9.
001000          05 FILLER PIC X(1) VALUE SPACE.
001010          05 STL-REV PIC ZZZ9.
001020          05 FILLER PIC X(1) VALUE SPACE.
001030          05 STL-MIN PIC +Z(6)9.99.
001040          05 FILLER PIC X(1) VALUE SPACE.
001050          05 STL-MAX PIC +Z(6)9.99.
001060          05 FILLER PIC X(1) VALUE SPACE.
001070          05 STL-AVG PIC +Z(6)9.99.
001080      01 MTD-LINE-1.
001090          05 FILLER PIC X(20) VALUE "MONTH-TO-DATE TOTALS".
001100      01 MTD-LINE-2.
001110          05 FILLER PIC X(9) VALUE "  CALCS:".
001120          05 MTD2-CALCS PIC Z(5)9.
001130          05 FILLER PIC X(6) VALUE "  ADD:".
001140          05 MTD2-ADD PIC Z(5)9.
001150          05 FILLER PIC X(6) VALUE "  SUB:".
001160          05 MTD2-SUB PIC Z(5)9.
001170          05 FILLER PIC X(6) VALUE "  MUL:".
001180          05 MTD2-MUL PIC Z(5)9.
001190          05 FILLER PIC X(6) VALUE "  DIV:".
001200          05 MTD2-DIV PIC Z(5)9.
001210      01 MTD-LINE-3.
001220          05 FILLER PIC X(14) VALUE "  EXCEPTIONS:".
001230          05 MTD3-EXC PIC Z(5)9.
001240          05 FILLER PIC X(13) VALUE "  REVERSALS:".
001250          05 MTD3-REV PIC Z(5)9.
001260  PROCEDURE DIVISION.
001270    0000-MAIN-PROCESS.
001280        PERFORM 0100-RUN-CONTROL-START
001290        OPEN INPUT AUDIT-FILE
001300        IF WS-AUDIT-FILE-STATUS NOT = "00"
001310          DISPLAY "AUDIT-FILE OPEN FAILED, STATUS="
001320            WS-AUDIT-FILE-STATUS
001330          STOP RUN
001340        END-IF
001350        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001360        OPEN OUTPUT STAT-RPT-FILE
001370        PERFORM 2100-READ-AUDIT
001380        PERFORM UNTIL WS-EOF-FLAG = "Y"
001390          PERFORM 2200-PROCESS-AUDIT-LINE
001400          PERFORM 2100-READ-AUDIT
001410        END-PERFORM
001420        IF WS-FIRST-FLAG = "N"
001430          PERFORM 2400-RUN-BREAK
001440          PERFORM 2500-DAY-BREAK
001450        END-IF
001460        PERFORM 3300-WRITE-MTD-SECTION
001470        CLOSE AUDIT-FILE
001480        CLOSE STAT-RPT-FILE
001490        PERFORM 0900-RUN-CONTROL-END
001500        STOP RUN.
001510
001520    0100-RUN-CONTROL-START.
001530        MOVE "START" TO WS-RUNC-FUNCTION
001540        MOVE "MATHSTAT" TO WS-RUNC-STEP
001550        MOVE ZERO TO WS-RUNC-REC-COUNT
001560        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001570          WS-RUNC-REC-COUNT WS-RUNC-RETURN
001580        IF WS-RUNC-RETURN NOT = "00"
001590          STOP RUN
001600        END-IF.
001610
001620    0900-RUN-CONTROL-END.
001630        MOVE "END" TO WS-RUNC-FUNCTION
001640        MOVE "MATHSTAT" TO WS-RUNC-STEP
001650        MOVE WS-READ-COUNT TO WS-RUNC-REC-COUNT
001660        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001670          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
001680
001690    2100-READ-AUDIT.
001700        READ AUDIT-FILE
001710          AT END
001720            MOVE "Y" TO WS-EOF-FLAG
001730          NOT AT END
001740            ADD 1 TO WS-READ-COUNT
001750        END-READ.
001760
001770    2200-PROCESS-AUDIT-LINE.
001780        IF WS-FIRST-FLAG = "Y"
001790          MOVE "N" TO WS-FIRST-FLAG
001800          MOVE AUD-DATE TO WS-PREV-DATE
001810          MOVE AUD-RUN-ID TO WS-PREV-RUN-ID
001820        ELSE
001830          IF AUD-DATE NOT = WS-PREV-DATE
001840            PERFORM 2400-RUN-BREAK
001850            PERFORM 2500-DAY-BREAK
001860            MOVE AUD-DATE TO WS-PREV-DATE
001870            MOVE AUD-RUN-ID TO WS-PREV-RUN-ID
001880          ELSE
001890            IF AUD-RUN-ID NOT = WS-PREV-RUN-ID
001900              PERFORM 2400-RUN-BREAK
001910              MOVE AUD-RUN-ID TO WS-PREV-RUN-ID
001920            END-IF
001930          END-IF
001940        END-IF
001950        IF AUD-STATUS = "RV"
001960          PERFORM 2350-ACCUMULATE-REVERSAL
001970        ELSE
001980          PERFORM 2300-ACCUMULATE-LINE
001990        END-IF.
002000
002010    2300-ACCUMULATE-LINE.
002020        EVALUATE AUD-OP
002030          WHEN "A"
002040            ADD 1 TO WS-RUN-ADD
002050          WHEN "S"
002060            ADD 1 TO WS-RUN-SUB
002070          WHEN "M"
002080            ADD 1 TO WS-RUN-MUL
002090          WHEN "D"
002100            ADD 1 TO WS-RUN-DIV
002110        END-EVALUATE
002120        IF AUD-STATUS = "SE"
002130          ADD 1 TO WS-RUN-EXC
002140        ELSE
002150          MOVE AUD-NUM3 TO WS-AUD-NUM3
002160          ADD 1 TO WS-RUN-GOOD
002170          ADD WS-AUD-NUM3 TO WS-RUN-SUM
002180          IF WS-RUN-GOOD = 1
002190            MOVE WS-AUD-NUM3 TO WS-RUN-MIN
002200            MOVE WS-AUD-NUM3 TO WS-RUN-MAX
002210          ELSE
002220            IF WS-AUD-NUM3 < WS-RUN-MIN
002230              MOVE WS-AUD-NUM3 TO WS-RUN-MIN
002240            END-IF
002250            IF WS-AUD-NUM3 > WS-RUN-MAX
002260              MOVE WS-AUD-NUM3 TO WS-RUN-MAX
002270            END-IF
002280          END-IF
002290        END-IF
002300        IF AUD-DATE(1:2) = WS-CURR-MM(1:2)
002310            AND AUD-DATE(7:4) = WS-CURRENT-DATE(1:4)
002320          ADD 1 TO WS-MTD-CALCS
002330          EVALUATE AUD-OP
002340            WHEN "A"
002350              ADD 1 TO WS-MTD-ADD
002360            WHEN "S"
002370              ADD 1 TO WS-MTD-SUB
002380            WHEN "M"
002390              ADD 1 TO WS-MTD-MUL
002400            WHEN "D"
002410              ADD 1 TO WS-MTD-DIV
002420          END-EVALUATE
002430          IF AUD-STATUS = "SE"
002440            ADD 1 TO WS-MTD-EXC
002450          END-IF
002460        END-IF.
002470
002480*    REVERSALS ARE COUNTED IN THEIR OWN COLUMN AND KEPT OUT
002490*    OF THE OPERATION COUNTS AND THE MIN/MAX/AVERAGE.
002500    2350-ACCUMULATE-REVERSAL.
002510        ADD 1 TO WS-RUN-REV
002520        IF AUD-DATE(1:2) = WS-CURR-MM(1:2)
002530            AND AUD-DATE(7:4) = WS-CURRENT-DATE(1:4)
002540          ADD 1 TO WS-MTD-REV
002550        END-IF.
002560
002570    2400-RUN-BREAK.
002580        MOVE WS-PREV-DATE TO STL-DATE
002590        MOVE WS-PREV-RUN-ID TO STL-RUN-ID
002600        PERFORM 3100-WRITE-SUMMARY-LINE
002610        ADD WS-RUN-ADD TO WS-DAY-ADD
002620        ADD WS-RUN-SUB TO WS-DAY-SUB
002630        ADD WS-RUN-MUL TO WS-DAY-MUL
002640        ADD WS-RUN-DIV TO WS-DAY-DIV
002650        ADD WS-RUN-EXC TO WS-DAY-EXC
002660        ADD WS-RUN-REV TO WS-DAY-REV
002670        ADD WS-RUN-SUM TO WS-DAY-SUM
002680        IF WS-RUN-GOOD > ZERO
002690          IF WS-DAY-GOOD = ZERO
002700            MOVE WS-RUN-MIN TO WS-DAY-MIN
002710            MOVE WS-RUN-MAX TO WS-DAY-MAX
002720          ELSE
002730            IF WS-RUN-MIN < WS-DAY-MIN
002740              MOVE WS-RUN-MIN TO WS-DAY-MIN
002750            END-IF
002760            IF WS-RUN-MAX > WS-DAY-MAX
002770              MOVE WS-RUN-MAX TO WS-DAY-MAX
002780            END-IF
002790          END-IF
002800          ADD WS-RUN-GOOD TO WS-DAY-GOOD
002810        END-IF
002820        MOVE ZERO TO WS-RUN-ADD
002830        MOVE ZERO TO WS-RUN-SUB
002840        MOVE ZERO TO WS-RUN-MUL
002850        MOVE ZERO TO WS-RUN-DIV
002860        MOVE ZERO TO WS-RUN-EXC
002870        MOVE ZERO TO WS-RUN-REV
002880        MOVE ZERO TO WS-RUN-GOOD
002890        MOVE ZERO TO WS-RUN-MIN
002900        MOVE ZERO TO WS-RUN-MAX
002910        MOVE ZERO TO WS-RUN-SUM.
002920
002930    2500-DAY-BREAK.
002940        MOVE WS-PREV-DATE TO STL-DATE
002950        MOVE "DAY TOTAL" TO STL-RUN-ID
002960        MOVE WS-DAY-ADD TO WS-RUN-ADD
002970        MOVE WS-DAY-SUB TO WS-RUN-SUB
002980        MOVE WS-DAY-MUL TO WS-RUN-MUL
002990        MOVE WS-DAY-DIV TO WS-RUN-DIV
003000        MOVE WS-DAY-EXC TO WS-RUN-EXC
003010        MOVE WS-DAY-REV TO WS-RUN-REV
003020        MOVE WS-DAY-GOOD TO WS-RUN-GOOD
003030        MOVE WS-DAY-MIN TO WS-RUN-MIN
003040        MOVE WS-DAY-MAX TO WS-RUN-MAX
003050        MOVE WS-DAY-SUM TO WS-RUN-SUM
003060        PERFORM 3100-WRITE-SUMMARY-LINE
003070        MOVE SPACES TO STAT-RPT-RECORD
003080        WRITE STAT-RPT-RECORD
003090        ADD 1 TO WS-LINE-COUNT
003100        MOVE ZERO TO WS-DAY-ADD
003110        MOVE ZERO TO WS-DAY-SUB
003120        MOVE ZERO TO WS-DAY-MUL
003130        MOVE ZERO TO WS-DAY-DIV
003140        MOVE ZERO TO WS-DAY-EXC
003150        MOVE ZERO TO WS-DAY-REV
003160        MOVE ZERO TO WS-DAY-GOOD
003170        MOVE ZERO TO WS-DAY-MIN
003180        MOVE ZERO TO WS-DAY-MAX
003190        MOVE ZERO TO WS-DAY-SUM
003200        MOVE ZERO TO WS-RUN-ADD
003210        MOVE ZERO TO WS-RUN-SUB
003220        MOVE ZERO TO WS-RUN-MUL
003230        MOVE ZERO TO WS-RUN-DIV
003240        MOVE ZERO TO WS-RUN-EXC
003250        MOVE ZERO TO WS-RUN-REV
003260        MOVE ZERO TO WS-RUN-GOOD
003270        MOVE ZERO TO WS-RUN-MIN
003280        MOVE ZERO TO WS-RUN-MAX
003290        MOVE ZERO TO WS-RUN-SUM.
003300
003310    3000-WRITE-REPORT-HEADERS.
003320        ADD 1 TO WS-PAGE-NO
003330        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
003340          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
003350        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
003360        MOVE WS-PAGE-NO TO HDR1-PAGE-NO
003370        WRITE STAT-RPT-RECORD FROM HDR-LINE-1
003380        MOVE SPACES TO STAT-RPT-RECORD
003390        WRITE STAT-RPT-RECORD
003400        WRITE STAT-RPT-RECORD FROM HDR-LINE-2
003410        MOVE ZERO TO WS-LINE-COUNT.
003420
003430    3100-WRITE-SUMMARY-LINE.
003440        IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
003450          PERFORM 3000-WRITE-REPORT-HEADERS
003460        END-IF
003470        MOVE WS-RUN-ADD TO STL-ADD
003480        MOVE WS-RUN-SUB TO STL-SUB
003490        MOVE WS-RUN-MUL TO STL-MUL
003500        MOVE WS-RUN-DIV TO STL-DIV
003510        MOVE WS-RUN-EXC TO STL-EXC
003520        MOVE WS-RUN-REV TO STL-REV
003530        IF WS-RUN-GOOD > ZERO
003540          MOVE WS-RUN-MIN TO STL-MIN
003550          MOVE WS-RUN-MAX TO STL-MAX
003560          DIVIDE WS-RUN-SUM BY WS-RUN-GOOD
003570            GIVING WS-RUN-AVG ROUNDED
003580          END-DIVIDE
003590          MOVE WS-RUN-AVG TO STL-AVG
003600        ELSE
003610          MOVE ZERO TO STL-MIN
003620          MOVE ZERO TO STL-MAX
003630          MOVE ZERO TO STL-AVG
003640        END-IF
003650        WRITE STAT-RPT-RECORD FROM STL-LINE
003660        ADD 1 TO WS-LINE-COUNT.
003670
003680    3300-WRITE-MTD-SECTION.
003690        IF WS-LINE-COUNT = ZERO
003700          PERFORM 3000-WRITE-REPORT-HEADERS
003710        END-IF
003720        MOVE SPACES TO STAT-RPT-RECORD
003730        WRITE STAT-RPT-RECORD
003740        WRITE STAT-RPT-RECORD FROM MTD-LINE-1
003750        MOVE WS-MTD-CALCS TO MTD2-CALCS
003760        MOVE WS-MTD-ADD TO MTD2-ADD
003770        MOVE WS-MTD-SUB TO MTD2-SUB
003780        MOVE WS-MTD-MUL TO MTD2-MUL
003790        MOVE WS-MTD-DIV TO MTD2-DIV
003800        WRITE STAT-RPT-RECORD FROM MTD-LINE-2
003810        MOVE WS-MTD-EXC TO MTD3-EXC
003820        MOVE WS-MTD-REV TO MTD3-REV
003830        WRITE STAT-RPT-RECORD FROM MTD-LINE-3.
