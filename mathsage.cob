000750      01 WS-AUD-DATE-NUM PIC 9(8).
000760      01 WS-ITEM-RUN-DATE PIC 9(8) VALUE ZERO.
000770      01 WS-ITEM-AGE PIC S9(4) VALUE ZERO.
000780      01 WS-CALR-FUNCTION PIC X(4).
000790      01 WS-CALR-DATE PIC 9(8) VALUE ZERO.
000800      01 WS-CALR-TO-DATE PIC 9(8) VALUE ZERO.
000810      01 WS-CALR-DAYS PIC 9(5) VALUE ZERO.
000820      01 WS-CALR-RETURN PIC XX VALUE "00".
000830      01 WS-CURRENT-DATE.
000840          05 WS-CURR-YYYY PIC 9(4).
000850          05 WS-CURR-MM PIC 9(2).
000860          05 WS-CURR-DD PIC 9(2).
000870      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
000880          PIC 9(8).
000890      01 WS-RUN-DATE-DISP PIC X(10).
000900      01 WS-PAGE-NO PIC 9(4) VALUE ZERO.
000910      01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
000920      01 WS-MAX-LINES PIC 9(2) VALUE 20.
000930      01 HDR-LINE-1.
000940          05 FILLER PIC X(20) VALUE "MATH SUSPENSE AGING".
000950          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000960          05 HDR1-RUN-DATE PIC X(10).
000970          05 FILLER PIC X(8) VALUE "   PAGE:".
000980          05 HDR1-PAGE-NO PIC ZZZ9.
000990      01 HDR-LINE-2.
001000          05 FILLER PIC X(38) VALUE "ITEM".
001010          05 FILLER PIC X(17) VALUE "FAIL REASON".
001020          05 FILLER PIC X(9) VALUE "RUN-ID".
001030          05 FILLER PIC X(6) VALUE " AGE".
001040          05 FILLER PIC X(5) VALUE "RCY".
001050          05 FILLER PIC X(12) VALUE "WARNING".
001060      01 DTL-LINE.
001070          05 DTL-TRAN-DATA PIC X(36).
001080          05 FILLER PIC X(2) VALUE SPACES.
001090          05 DTL-FAIL-REASON PIC X(16).
001100          05 FILLER PIC X(1) VALUE SPACE.
001110          05 DTL-RUN-ID PIC X(8).
001120          05 FILLER PIC X(1) VALUE SPACE.
001130          05 DTL-AGE PIC ZZZ9.
001140          05 FILLER PIC X(2) VALUE SPACES.
001150          05 DTL-RECYCLE PIC Z9.
001160          05 FILLER PIC X(2) VALUE SPACES.
001170          05 DTL-WARNING PIC X(12).
001180      01 RSN-LINE.
001190          05 FILLER PIC X(2) VALUE SPACES.
001200          05 RSN-TEXT PIC X(16).
001210          05 FILLER PIC X(8) VALUE "  COUNT:".
001220          05 RSN-COUNT PIC Z(7)9.
001230      01 SRC-LINE.
001240          05 FILLER PIC X(9) VALUE "  SOURCE".
001250          05 SRC-ID PIC X.
001260          05 FILLER PIC X(8) VALUE "  COUNT:".
001270          05 SRC-COUNT PIC Z(7)9.
001280      01 SEC-LINE PIC X(40).
001290      01 TRL-LINE-1.
001300          05 FILLER PIC X(22) VALUE "OPEN SUSPENSE ITEMS:".
001310          05 TRL1-COUNT PIC Z(7)9.
001320          05 FILLER PIC X(18) VALUE "  AT LAST RECYCLE:".
001330          05 TRL1-LAST PIC Z(7)9.
001340      01 TRL-LINE-2.
001350          05 FILLER PIC X(22) VALUE "HARD REJECTS ON FILE:".
001360          05 TRL2-COUNT PIC Z(7)9.
001370      01 CERT-LINE.
001380          05 FILLER PIC X(32)
001390              VALUE "CERTIFIED OPEN SUSPENSE VALUE:".
001400          05 CERT-VALUE PIC +Z(12)9.99.
001410  PROCEDURE DIVISION.
001420    0000-MAIN-PROCESS.
001430        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001440        PERFORM 1200-READ-PARAMETERS
001450        PERFORM 1300-LOAD-RUN-DATES
001460        OPEN OUTPUT SAGE-RPT-FILE
001470        OPEN INPUT SUSP-IN-FILE
001480        IF WS-SUSP-IN-FILE-STATUS = "00"
001490          MOVE "N" TO WS-EOF-FLAG
001500          PERFORM 2100-READ-SUSPENSE
001510          PERFORM UNTIL WS-EOF-FLAG = "Y"
001520            PERFORM 2200-AGE-SUSPENSE-ITEM
001530            PERFORM 2100-READ-SUSPENSE
001540          END-PERFORM
001550          CLOSE SUSP-IN-FILE
001560        END-IF
001570        PERFORM 2500-COUNT-HARD-REJECTS
001580        PERFORM 3300-WRITE-BREAKDOWNS
001590        CLOSE SAGE-RPT-FILE
001600        STOP RUN.
001610
001620    1200-READ-PARAMETERS.
001630        OPEN INPUT PARAM-FILE
001640        IF WS-PARAM-FILE-STATUS = "00"
001650          READ PARAM-FILE
001660            NOT AT END
001670              IF PARM-MAX-RECYCLE IS NUMERIC
001680                MOVE PARM-MAX-RECYCLE TO WS-MAX-RECYCLE
001690              END-IF
001700          END-READ
001710          CLOSE PARAM-FILE
001720        END-IF.
001730
001740*    THE SUSPENSE RECORD CARRIES ONLY THE RUN-ID OF THE RUN
001750*    THAT SUSPENDED IT. THE AUDIT FILE CARRIES BOTH THE
001760*    RUN-ID AND THE RUN DATE, SO A PASS OVER MATHAUD.TXT
001770*    GIVES US THE DATE BEHIND EACH RUN-ID FOR AGING.
001780    1300-LOAD-RUN-DATES.
001790        OPEN INPUT AUDIT-FILE
001800        IF WS-AUDIT-FILE-STATUS = "00"
001810          MOVE "N" TO WS-EOF-FLAG
001820          PERFORM 1310-READ-AUDIT
001830          PERFORM UNTIL WS-EOF-FLAG = "Y"
001840            PERFORM 1320-TABLE-RUN-DATE
001850            PERFORM 1310-READ-AUDIT
001860          END-PERFORM
001870          CLOSE AUDIT-FILE
001880        END-IF.
001890
001900    1310-READ-AUDIT.
001910        READ AUDIT-FILE
001920          AT END
001930            MOVE "Y" TO WS-EOF-FLAG
001940        END-READ.
001950
001960    1320-TABLE-RUN-DATE.
001970        MOVE AUD-RUN-ID TO WS-FIND-RUN-ID
001980        PERFORM 1400-SEARCH-RUN-TABLE
001990        IF WS-RUN-TAB-FND = ZERO
002000          IF WS-RUN-TAB-COUNT >= 500
002010*    AN UNTABLED RUN-ID WOULD QUIETLY AGE ITS SUSPENSE
002020*    ITEMS AS ZERO DAYS ON A REPORT THE DESK SIGNS OFF,
002030*    SO AN OVERFLOWING AUDIT FILE IS REFUSED OUTRIGHT.
002040            DISPLAY "RUN-ID TABLE EXCEEDS 500 ENTRIES -"
002050              " ARCHIVE MATHAUD.TXT WITH MATHARCH AND RERUN"
002060            STOP RUN
002070          END-IF
002080          MOVE AUD-DATE(7:4) TO WS-AUD-DATE-NUM(1:4)
002090          MOVE AUD-DATE(1:2) TO WS-AUD-DATE-NUM(5:2)
002100          MOVE AUD-DATE(4:2) TO WS-AUD-DATE-NUM(7:2)
002110          IF WS-AUD-DATE-NUM IS NUMERIC
002120            ADD 1 TO WS-RUN-TAB-COUNT
002130            MOVE AUD-RUN-ID
002140              TO WS-RUN-TAB-ID(WS-RUN-TAB-COUNT)
002150            MOVE WS-AUD-DATE-NUM
002160              TO WS-RUN-TAB-DATE(WS-RUN-TAB-COUNT)
002170          END-IF
002180        END-IF.
002190
002200    1400-SEARCH-RUN-TABLE.
002210        MOVE ZERO TO WS-RUN-TAB-FND
002220        MOVE 1 TO WS-RUN-TAB-IX
002230        PERFORM 1410-TEST-RUN-ENTRY
002240          UNTIL WS-RUN-TAB-IX > WS-RUN-TAB-COUNT.
002250
002260    1410-TEST-RUN-ENTRY.
002270        IF WS-RUN-TAB-ID(WS-RUN-TAB-IX) = WS-FIND-RUN-ID
002280          MOVE WS-RUN-TAB-IX TO WS-RUN-TAB-FND
002290        END-IF
002300        ADD 1 TO WS-RUN-TAB-IX.
002310
002320    2100-READ-SUSPENSE.
002330        READ SUSP-IN-FILE
002340          AT END
002350            MOVE "Y" TO WS-EOF-FLAG
002360        END-READ.
002370
002380    2200-AGE-SUSPENSE-ITEM.
002390        ADD 1 TO WS-OPEN-COUNT
002400        MOVE SI-RUN-ID TO WS-FIND-RUN-ID
002410        PERFORM 1400-SEARCH-RUN-TABLE
002420        IF WS-RUN-TAB-FND > ZERO
002430          MOVE WS-RUN-TAB-DATE(WS-RUN-TAB-FND)
002440            TO WS-ITEM-RUN-DATE
002450          MOVE "DAYS" TO WS-CALR-FUNCTION
002460          MOVE WS-ITEM-RUN-DATE TO WS-CALR-DATE
002470          MOVE WS-CURRENT-DATE-NUM TO WS-CALR-TO-DATE
002480          CALL "MATHCALR" USING WS-CALR-FUNCTION WS-CALR-DATE
002490            WS-CALR-TO-DATE WS-CALR-DAYS WS-CALR-RETURN
002500*    AGE IS COUNTED IN BUSINESS DAYS. AN ITEM THE CALENDAR
002510*    CANNOT AGE WOULD BE MISSTATED, SO THE REPORT IS
002520*    REFUSED UNTIL MATHCAL.DAT COVERS IT.
002530          IF WS-CALR-RETURN NOT = "00"
002540            DISPLAY "CALENDAR CANNOT AGE RUN " SI-RUN-ID
002550              " OF " WS-ITEM-RUN-DATE ", RETURN=" WS-CALR-RETURN
002560              " - CORRECT MATHCAL.DAT AND RERUN"
002570            CLOSE SUSP-IN-FILE
002580            CLOSE SAGE-RPT-FILE
002590            STOP RUN
002600          END-IF
002610          MOVE WS-CALR-DAYS TO WS-ITEM-AGE
002620        ELSE
002630          MOVE ZERO TO WS-ITEM-RUN-DATE
002640          MOVE ZERO TO WS-ITEM-AGE
002650        END-IF
002660        EVALUATE SI-FAIL-REASON
002670          WHEN "SIZE ERROR"
002680            ADD 1 TO WS-SIZE-ERR-COUNT
002690          WHEN "NO PRIOR RESULT"
002700            ADD 1 TO WS-NO-PRIOR-COUNT
002710          WHEN "CHAIN BROKEN"
002720            ADD 1 TO WS-CHN-BRK-COUNT
002730          WHEN "CHAIN OVERFLOW"
002740            ADD 1 TO WS-CHN-OVF-COUNT
002750          WHEN OTHER
002760            ADD 1 TO WS-OTH-RSN-COUNT
002770        END-EVALUATE
002780        EVALUATE SI-TRAN-DATA(1:1)
002790          WHEN "O"
002800            ADD 1 TO WS-ORD-COUNT
002810          WHEN "R"
002820            ADD 1 TO WS-RTE-COUNT
002830          WHEN "W"
002840            ADD 1 TO WS-WHS-COUNT
002850          WHEN OTHER
002860            ADD 1 TO WS-OTH-SRC-COUNT
002870        END-EVALUATE
002880        MOVE SI-TRAN-DATA(3:7) TO WS-SUSP-AMT-X
002890        IF WS-SUSP-AMT IS NUMERIC
002900          ADD WS-SUSP-AMT TO WS-OPEN-VALUE
002910        END-IF
002920        MOVE SI-TRAN-DATA(10:7) TO WS-SUSP-AMT-X
002930        IF WS-SUSP-AMT IS NUMERIC
002940          ADD WS-SUSP-AMT TO WS-OPEN-VALUE
002950        END-IF
002960        PERFORM 3100-WRITE-DETAIL-LINE.
002970
002980    2500-COUNT-HARD-REJECTS.
002990        OPEN INPUT HARD-REJ-FILE
003000        IF WS-HARD-REJ-FILE-STATUS = "00"
003010          MOVE "N" TO WS-EOF-FLAG
003020          PERFORM 2510-READ-HARD-REJECT
003030          PERFORM UNTIL WS-EOF-FLAG = "Y"
003040            ADD 1 TO WS-HARD-REJ-COUNT
003050            PERFORM 2510-READ-HARD-REJECT
003060          END-PERFORM
003070          CLOSE HARD-REJ-FILE
003080        END-IF.
003090
003100    2510-READ-HARD-REJECT.
003110        READ HARD-REJ-FILE
003120          AT END
003130            MOVE "Y" TO WS-EOF-FLAG
003140        END-READ.
003150
003160    3000-WRITE-REPORT-HEADERS.
003170        ADD 1 TO WS-PAGE-NO
003180        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
003190          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
003200        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
003210        MOVE WS-PAGE-NO TO HDR1-PAGE-NO
003220        WRITE SAGE-RPT-RECORD FROM HDR-LINE-1
003230        MOVE SPACES TO SAGE-RPT-RECORD
003240        WRITE SAGE-RPT-RECORD
003250        WRITE SAGE-RPT-RECORD FROM HDR-LINE-2
003260        MOVE ZERO TO WS-LINE-COUNT.
003270
003280    3100-WRITE-DETAIL-LINE.
003290        IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
003300          PERFORM 3000-WRITE-REPORT-HEADERS
003310        END-IF
003320        MOVE SI-TRAN-DATA TO DTL-TRAN-DATA
003330        MOVE SI-FAIL-REASON TO DTL-FAIL-REASON
003340        MOVE SI-RUN-ID TO DTL-RUN-ID
003350        MOVE WS-ITEM-AGE TO DTL-AGE
003360        MOVE SI-RECYCLE-COUNT TO DTL-RECYCLE
003370        IF SI-RECYCLE-COUNT >= WS-MAX-RECYCLE
003380          MOVE "LAST RECYCLE" TO DTL-WARNING
003390          ADD 1 TO WS-LAST-RCY-COUNT
003400        ELSE
003410          MOVE SPACES TO DTL-WARNING
003420        END-IF
003430        WRITE SAGE-RPT-RECORD FROM DTL-LINE
003440        ADD 1 TO WS-LINE-COUNT.
003450
003460    3300-WRITE-BREAKDOWNS.
003470        IF WS-LINE-COUNT = ZERO
003480          PERFORM 3000-WRITE-REPORT-HEADERS
003490        END-IF
003500        MOVE SPACES TO SAGE-RPT-RECORD
003510        WRITE SAGE-RPT-RECORD
003520        MOVE "OPEN ITEMS BY FAIL REASON" TO SEC-LINE
003530        WRITE SAGE-RPT-RECORD FROM SEC-LINE
003540        MOVE "SIZE ERROR" TO RSN-TEXT
003550        MOVE WS-SIZE-ERR-COUNT TO RSN-COUNT
003560        WRITE SAGE-RPT-RECORD FROM RSN-LINE
003570        MOVE "NO PRIOR RESULT" TO RSN-TEXT
003580        MOVE WS-NO-PRIOR-COUNT TO RSN-COUNT
003590        WRITE SAGE-RPT-RECORD FROM RSN-LINE
003600        MOVE "CHAIN BROKEN" TO RSN-TEXT
003610        MOVE WS-CHN-BRK-COUNT TO RSN-COUNT
003620        WRITE SAGE-RPT-RECORD FROM RSN-LINE
003630        MOVE "CHAIN OVERFLOW" TO RSN-TEXT
003640        MOVE WS-CHN-OVF-COUNT TO RSN-COUNT
003650        WRITE SAGE-RPT-RECORD FROM RSN-LINE
003660        MOVE "OTHER" TO RSN-TEXT
003670        MOVE WS-OTH-RSN-COUNT TO RSN-COUNT
003680        WRITE SAGE-RPT-RECORD FROM RSN-LINE
003690        MOVE SPACES TO SAGE-RPT-RECORD
003700        WRITE SAGE-RPT-RECORD
003710        MOVE "OPEN ITEMS BY SOURCE" TO SEC-LINE
003720        WRITE SAGE-RPT-RECORD FROM SEC-LINE
003730        MOVE "O" TO SRC-ID
003740        MOVE WS-ORD-COUNT TO SRC-COUNT
003750        WRITE SAGE-RPT-RECORD FROM SRC-LINE
003760        MOVE "R" TO SRC-ID
003770        MOVE WS-RTE-COUNT TO SRC-COUNT
003780        WRITE SAGE-RPT-RECORD FROM SRC-LINE
003790        MOVE "W" TO SRC-ID
003800        MOVE WS-WHS-COUNT TO SRC-COUNT
003810        WRITE SAGE-RPT-RECORD FROM SRC-LINE
003820        MOVE "?" TO SRC-ID
003830        MOVE WS-OTH-SRC-COUNT TO SRC-COUNT
003840        WRITE SAGE-RPT-RECORD FROM SRC-LINE
003850        MOVE SPACES TO SAGE-RPT-RECORD
003860        WRITE SAGE-RPT-RECORD
003870        MOVE WS-OPEN-COUNT TO TRL1-COUNT
003880        MOVE WS-LAST-RCY-COUNT TO TRL1-LAST
003890        WRITE SAGE-RPT-RECORD FROM TRL-LINE-1
003900        MOVE WS-HARD-REJ-COUNT TO TRL2-COUNT
003910        WRITE SAGE-RPT-RECORD FROM TRL-LINE-2
003920        MOVE WS-OPEN-VALUE TO CERT-VALUE
003930        WRITE SAGE-RPT-RECORD FROM CERT-LINE.
