000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHACTR.
000030    AUTHOR. Dan Ruscoe.
000040*    OPERATOR ACTIVITY REPORT. LISTS THE ACTIVITY LOG
000050*    (MATHACTV.DAT, SEE ACTVREC) BY OPERATOR, IN USER ID
000060*    ORDER, WITH EACH OPERATOR'S ENTRIES IN THE ORDER THEY
000070*    WERE LOGGED, A COUNT BY KIND OF ACTIVITY FOR EACH
000080*    OPERATOR AND THE SAME COUNTS FOR ALL OPERATORS. THE
000090*    OPTIONAL CONTROL FILE MATHACTC.TXT LIMITS THE REPORT TO
000100*    A FROM AND TO DATE (YYYYMMDD); WITHOUT IT THE WHOLE LOG
000110*    IS REPORTED. NAMES ARE TAKEN FROM MATHOPER.TXT WHEN IT
000120*    CAN BE READ.
000130  ENVIRONMENT DIVISION.
000140    INPUT-OUTPUT SECTION.
000150      FILE-CONTROL.
000160        SELECT ACTC-FILE ASSIGN TO "MATHACTC.TXT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-ACTC-FILE-STATUS.
000190        SELECT ACTV-FILE ASSIGN TO "MATHACTV.DAT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-ACTV-FILE-STATUS.
000220        SELECT OPER-FILE ASSIGN TO "MATHOPER.TXT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-OPER-FILE-STATUS.
000250        SELECT ACTR-RPT-FILE ASSIGN TO "MATHACTR.TXT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-ACTR-RPT-FILE-STATUS.
000280  DATA DIVISION.
000290    FILE SECTION.
000300      FD  ACTC-FILE.
000310      01 ACTC-RECORD.
000320          05 ACTC-FROM-DATE PIC 9(8).
000330          05 ACTC-TO-DATE PIC 9(8).
000340      FD  ACTV-FILE.
000350      01 ACTV-RECORD.
000360          COPY ACTVREC.
000370      FD  OPER-FILE.
000380      01 OPER-RECORD.
000390          COPY OPERREC.
000400      FD  ACTR-RPT-FILE.
000410      01 ACTR-RPT-RECORD PIC X(100).
000420    WORKING-STORAGE SECTION.
000430      01 WS-ACTC-FILE-STATUS PIC XX VALUE "00".
000440      01 WS-ACTV-FILE-STATUS PIC XX VALUE "00".
000450      01 WS-OPER-FILE-STATUS PIC XX VALUE "00".
000460      01 WS-ACTR-RPT-FILE-STATUS PIC XX VALUE "00".
000470      01 WS-EOF-FLAG PIC X VALUE "N".
000480      01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
000490      01 WS-TO-DATE PIC 9(8) VALUE 99999999.
000500      01 WS-DATE-LIMITED PIC X VALUE "N".
000510      01 WS-NAME-COUNT PIC 9(4) VALUE ZERO.
000520      01 WS-NAME-IX PIC 9(4) VALUE ZERO.
000530      01 WS-NAME-TABLE.
000540          05 WS-NAME-ENTRY OCCURS 200.
000550              10 WS-NAME-USER-ID PIC X(8).
000560              10 WS-NAME-TEXT PIC X(30).
000570      01 WS-OPR-COUNT PIC 9(4) VALUE ZERO.
000580      01 WS-OPR-IX PIC 9(4) VALUE ZERO.
000590      01 WS-OPR-FND PIC 9(4) VALUE ZERO.
000600      01 WS-OPR-TABLE.
000610          05 WS-OPR-ENTRY OCCURS 500.
000620              10 WS-OPR-USER-ID PIC X(8).
000630              10 WS-OPR-KIND-COUNT PIC 9(8) OCCURS 7.
000640      01 WS-SWAP-ENTRY PIC X(64).
000650      01 WS-SORT-IX PIC 9(4) VALUE ZERO.
000660      01 WS-SORT-LIMIT PIC 9(4) VALUE ZERO.
000670      01 WS-SWAPPED PIC X VALUE "N".
000680      01 WS-GRAND-TABLE.
000690          05 WS-GRAND-KIND-COUNT PIC 9(8) OCCURS 7 VALUE ZERO.
000700      01 WS-SUM-TABLE.
000710          05 WS-SUM-KIND-COUNT PIC 9(8) OCCURS 7.
000720      01 WS-KIND-IX PIC 9 VALUE ZERO.
000730      01 WS-FIND-USER-ID PIC X(8).
000740      01 WS-ACTV-DATE-WORK PIC 9(8).
000750      01 WS-ACTV-DATE-R REDEFINES WS-ACTV-DATE-WORK.
000760          05 WS-ACTV-YYYY PIC 9(4).
000770          05 WS-ACTV-MM PIC 9(2).
000780          05 WS-ACTV-DD PIC 9(2).
000790      01 WS-CURRENT-DATE.
000800          05 WS-CURR-YYYY PIC 9(4).
000810          05 WS-CURR-MM PIC 9(2).
000820          05 WS-CURR-DD PIC 9(2).
000830      01 WS-RUN-DATE-DISP PIC X(10).
000840      01 HDR-LINE-1.
000850          05 FILLER PIC X(24) VALUE "MATH OPERATOR ACTIVITY".
000860          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000870          05 HDR1-RUN-DATE PIC X(10).
000880      01 HDR-LINE-2.
000890          05 HDR2-TEXT PIC X(60).
000900      01 HDR-LINE-3.
000910          05 FILLER PIC X(11) VALUE "DATE".
000920          05 FILLER PIC X(9) VALUE "TIME".
000930          05 FILLER PIC X(9) VALUE "PROGRAM".
000940          05 FILLER PIC X(9) VALUE "ACTIVITY".
000950          05 FILLER PIC X(10) VALUE "KEY".
000960      01 OPR-LINE.
000970          05 FILLER PIC X(10) VALUE "OPERATOR:".
000980          05 OPR-USER-ID PIC X(8).
000990          05 FILLER PIC X(2) VALUE SPACES.
001000          05 OPR-NAME PIC X(30).
001010      01 DTL-LINE.
001020          05 DTL-DATE PIC X(10).
001030          05 FILLER PIC X(1) VALUE SPACE.
001040          05 DTL-TIME PIC X(8).
001050          05 FILLER PIC X(1) VALUE SPACE.
001060          05 DTL-PROGRAM PIC X(8).
001070          05 FILLER PIC X(1) VALUE SPACE.
001080          05 DTL-ACTIVITY PIC X(8).
001090          05 FILLER PIC X(1) VALUE SPACE.
001100          05 DTL-KEY PIC X(52).
001110      01 SUM-LINE-1.
001120          05 SUM1-LABEL PIC X(18).
001130          05 FILLER PIC X(14) VALUE "SIGN-ONS:".
001140          05 SUM1-SIGNON PIC Z(6)9.
001150          05 FILLER PIC X(14) VALUE "  REFUSED:".
001160          05 SUM1-REFUSED PIC Z(6)9.
001170          05 FILLER PIC X(14) VALUE "  CORRECTIONS:".
001180          05 SUM1-CORRECT PIC Z(6)9.
001190      01 SUM-LINE-2.
001200          05 FILLER PIC X(18) VALUE SPACES.
001210          05 FILLER PIC X(14) VALUE "INQUIRIES:".
001220          05 SUM2-INQUIRE PIC Z(6)9.
001230          05 FILLER PIC X(14) VALUE "  OVERRIDES:".
001240          05 SUM2-OVERRIDE PIC Z(6)9.
001250          05 FILLER PIC X(14) VALUE "  RELEASES:".
001260          05 SUM2-RELEASE PIC Z(6)9.
001270          05 FILLER PIC X(12) VALUE "  TOTAL:".
001280          05 SUM2-TOTAL PIC Z(6)9.
001290      01 TRL-LINE-1.
001300          05 FILLER PIC X(20) VALUE "OPERATORS REPORTED:".
001310          05 TRL1-COUNT PIC Z(7)9.
001320  PROCEDURE DIVISION.
001330    0000-MAIN-PROCESS.
001340        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001350        PERFORM 1000-READ-CONTROL
001360        PERFORM 1100-LOAD-OPERATOR-NAMES
001370        PERFORM 1200-TABLE-OPERATORS
001380        PERFORM 1300-ORDER-OPERATORS
001390        OPEN OUTPUT ACTR-RPT-FILE
001400        PERFORM 3000-WRITE-REPORT-HEADERS
001410        PERFORM 2000-REPORT-OPERATOR
001420          VARYING WS-OPR-IX FROM 1 BY 1
001430          UNTIL WS-OPR-IX > WS-OPR-COUNT
001440        PERFORM 3300-WRITE-REPORT-TRAILER
001450        CLOSE ACTR-RPT-FILE
001460        DISPLAY "MATHACTR OPERATORS " WS-OPR-COUNT
001470        STOP RUN.
001480
001490*    A CONTROL FILE THAT IS PRESENT BUT WRONG IS REFUSED
001500*    RATHER THAN QUIETLY REPORTING THE WRONG PERIOD.
001510    1000-READ-CONTROL.
001520        OPEN INPUT ACTC-FILE
001530        IF WS-ACTC-FILE-STATUS = "00"
001540          READ ACTC-FILE
001550            AT END
001560              DISPLAY "ACTC-FILE EMPTY, NO PERIOD GIVEN"
001570              CLOSE ACTC-FILE
001580              STOP RUN
001590          END-READ
001600          IF ACTC-FROM-DATE IS NOT NUMERIC
001610              OR ACTC-TO-DATE IS NOT NUMERIC
001620              OR ACTC-FROM-DATE > ACTC-TO-DATE
001630            DISPLAY "ACTC-FILE INVALID PERIOD: " ACTC-RECORD
001640            CLOSE ACTC-FILE
001650            STOP RUN
001660          END-IF
001670          MOVE ACTC-FROM-DATE TO WS-FROM-DATE
001680          MOVE ACTC-TO-DATE TO WS-TO-DATE
001690          MOVE "Y" TO WS-DATE-LIMITED
001700          CLOSE ACTC-FILE
001710        END-IF.
001720
001730    1100-LOAD-OPERATOR-NAMES.
001740        OPEN INPUT OPER-FILE
001750        IF WS-OPER-FILE-STATUS = "00"
001760          MOVE "N" TO WS-EOF-FLAG
001770          PERFORM 1110-READ-OPERATOR
001780          PERFORM UNTIL WS-EOF-FLAG = "Y"
001790            IF WS-NAME-COUNT < 200
001800              ADD 1 TO WS-NAME-COUNT
001810              MOVE OPER-USER-ID TO WS-NAME-USER-ID(WS-NAME-COUNT)
001820              MOVE OPER-NAME TO WS-NAME-TEXT(WS-NAME-COUNT)
001830            END-IF
001840            PERFORM 1110-READ-OPERATOR
001850          END-PERFORM
001860          CLOSE OPER-FILE
001870        END-IF.
001880
001890    1110-READ-OPERATOR.
001900        READ OPER-FILE
001910          AT END
001920            MOVE "Y" TO WS-EOF-FLAG
001930        END-READ.
001940
001950*    FIRST PASS: ONE TABLE ENTRY PER OPERATOR SEEN IN THE
001960*    PERIOD, WITH THEIR COUNTS BY KIND OF ACTIVITY.
001970    1200-TABLE-OPERATORS.
001980        OPEN INPUT ACTV-FILE
001990        IF WS-ACTV-FILE-STATUS NOT = "00"
002000          DISPLAY "ACTV-FILE OPEN FAILED, STATUS="
002010            WS-ACTV-FILE-STATUS
002020          STOP RUN
002030        END-IF
002040        MOVE "N" TO WS-EOF-FLAG
002050        PERFORM 1210-READ-ACTIVITY
002060        PERFORM UNTIL WS-EOF-FLAG = "Y"
002070          PERFORM 1220-COUNT-ACTIVITY
002080          PERFORM 1210-READ-ACTIVITY
002090        END-PERFORM
002100        CLOSE ACTV-FILE.
002110
002120*    ONLY ENTRIES INSIDE THE PERIOD ARE RETURNED, SO BOTH
002130*    PASSES SEE THE SAME RECORDS.
002140    1210-READ-ACTIVITY.
002150        READ ACTV-FILE
002160          AT END
002170            MOVE "Y" TO WS-EOF-FLAG
002180        END-READ
002190        PERFORM UNTIL WS-EOF-FLAG = "Y"
002200            OR (ACTV-DATE IS NUMERIC
002210              AND ACTV-DATE >= WS-FROM-DATE
002220              AND ACTV-DATE <= WS-TO-DATE)
002230          READ ACTV-FILE
002240            AT END
002250              MOVE "Y" TO WS-EOF-FLAG
002260          END-READ
002270        END-PERFORM.
002280
002290    1220-COUNT-ACTIVITY.
002300        MOVE ACTV-USER-ID TO WS-FIND-USER-ID
002310        PERFORM 1230-FIND-OPERATOR
002320        IF WS-OPR-FND = ZERO
002330*    AN OPERATOR LEFT OFF THE TABLE WOULD VANISH FROM A REPORT
002340*    THE AUDITORS RELY ON, SO AN OVERFLOW IS REFUSED OUTRIGHT.
002350          IF WS-OPR-COUNT >= 500
002360            DISPLAY "OPERATOR TABLE EXCEEDS 500 ENTRIES -"
002370              " SHORTEN THE PERIOD ON MATHACTC.TXT AND RERUN"
002380            CLOSE ACTV-FILE
002390            STOP RUN
002400          END-IF
002410          ADD 1 TO WS-OPR-COUNT
002420          MOVE WS-OPR-COUNT TO WS-OPR-FND
002430          MOVE ACTV-USER-ID TO WS-OPR-USER-ID(WS-OPR-FND)
002440          PERFORM VARYING WS-KIND-IX FROM 1 BY 1
002450              UNTIL WS-KIND-IX > 7
002460            MOVE ZERO TO WS-OPR-KIND-COUNT(WS-OPR-FND WS-KIND-IX)
002470          END-PERFORM
002480        END-IF
002490        PERFORM 1240-SET-KIND
002500        IF WS-KIND-IX > ZERO
002510          ADD 1 TO WS-OPR-KIND-COUNT(WS-OPR-FND WS-KIND-IX)
002520          ADD 1 TO WS-GRAND-KIND-COUNT(WS-KIND-IX)
002530        END-IF
002540        ADD 1 TO WS-OPR-KIND-COUNT(WS-OPR-FND 7)
002550        ADD 1 TO WS-GRAND-KIND-COUNT(7).
002560
002570    1230-FIND-OPERATOR.
002580        MOVE ZERO TO WS-OPR-FND
002590        PERFORM VARYING WS-OPR-IX FROM 1 BY 1
002600            UNTIL WS-OPR-IX > WS-OPR-COUNT
002610          IF WS-OPR-USER-ID(WS-OPR-IX) = WS-FIND-USER-ID
002620            MOVE WS-OPR-IX TO WS-OPR-FND
002630          END-IF
002640        END-PERFORM.
002650
002660*    KINDS 1-6 ARE THE COLUMNS OF THE SUMMARY LINES; 7 IS THE
002670*    TOTAL, WHICH ALSO TAKES ANY ACTIVITY NOT NAMED HERE.
002680    1240-SET-KIND.
002690        EVALUATE ACTV-ACTIVITY
002700          WHEN "SIGNON"
002710            MOVE 1 TO WS-KIND-IX
002720          WHEN "SIGNFAIL"
002730          WHEN "REFUSED"
002740            MOVE 2 TO WS-KIND-IX
002750          WHEN "CORRECT"
002760          WHEN "WITHDRAW"
002770            MOVE 3 TO WS-KIND-IX
002780          WHEN "INQUIRE"
002790            MOVE 4 TO WS-KIND-IX
002800          WHEN "OVERRIDE"
002810          WHEN "OVRDUSED"
002820            MOVE 5 TO WS-KIND-IX
002830          WHEN "RELEASE"
002840          WHEN "DECLINE"
002850            MOVE 6 TO WS-KIND-IX
002860          WHEN OTHER
002870            MOVE ZERO TO WS-KIND-IX
002880        END-EVALUATE.
002890
002900*    THE TABLE IS PUT IN USER ID ORDER BY EXCHANGING
002910*    NEIGHBOURS UNTIL A PASS MAKES NO EXCHANGE.
002920    1300-ORDER-OPERATORS.
002930        MOVE WS-OPR-COUNT TO WS-SORT-LIMIT
002940        MOVE "Y" TO WS-SWAPPED
002950        PERFORM UNTIL WS-SWAPPED NOT = "Y" OR WS-SORT-LIMIT < 2
002960          MOVE "N" TO WS-SWAPPED
002970          PERFORM 1310-ORDER-PAIR
002980            VARYING WS-SORT-IX FROM 1 BY 1
002990            UNTIL WS-SORT-IX >= WS-SORT-LIMIT
003000          SUBTRACT 1 FROM WS-SORT-LIMIT
003010        END-PERFORM.
003020
003030    1310-ORDER-PAIR.
003040        IF WS-OPR-USER-ID(WS-SORT-IX)
003050            > WS-OPR-USER-ID(WS-SORT-IX + 1)
003060          MOVE WS-OPR-ENTRY(WS-SORT-IX) TO WS-SWAP-ENTRY
003070          MOVE WS-OPR-ENTRY(WS-SORT-IX + 1)
003080            TO WS-OPR-ENTRY(WS-SORT-IX)
003090          MOVE WS-SWAP-ENTRY TO WS-OPR-ENTRY(WS-SORT-IX + 1)
003100          MOVE "Y" TO WS-SWAPPED
003110        END-IF.
003120
003130*    ONE PASS OF THE LOG PER OPERATOR KEEPS EACH OPERATOR'S
003140*    ENTRIES IN THE ORDER THEY WERE LOGGED.
003150    2000-REPORT-OPERATOR.
003160        MOVE SPACES TO ACTR-RPT-RECORD
003170        WRITE ACTR-RPT-RECORD
003180        MOVE WS-OPR-USER-ID(WS-OPR-IX) TO OPR-USER-ID
003190        MOVE "(NOT ON MATHOPER.TXT)" TO OPR-NAME
003200        PERFORM VARYING WS-NAME-IX FROM 1 BY 1
003210            UNTIL WS-NAME-IX > WS-NAME-COUNT
003220          IF WS-NAME-USER-ID(WS-NAME-IX) = OPR-USER-ID
003230            MOVE WS-NAME-TEXT(WS-NAME-IX) TO OPR-NAME
003240          END-IF
003250        END-PERFORM
003260        WRITE ACTR-RPT-RECORD FROM OPR-LINE
003270        OPEN INPUT ACTV-FILE
003280        MOVE "N" TO WS-EOF-FLAG
003290        PERFORM 1210-READ-ACTIVITY
003300        PERFORM UNTIL WS-EOF-FLAG = "Y"
003310          IF ACTV-USER-ID = WS-OPR-USER-ID(WS-OPR-IX)
003320            PERFORM 2100-WRITE-DETAIL-LINE
003330          END-IF
003340          PERFORM 1210-READ-ACTIVITY
003350        END-PERFORM
003360        CLOSE ACTV-FILE
003370        MOVE "  OPERATOR TOTAL" TO SUM1-LABEL
003380        PERFORM VARYING WS-KIND-IX FROM 1 BY 1
003390            UNTIL WS-KIND-IX > 7
003400          MOVE WS-OPR-KIND-COUNT(WS-OPR-IX WS-KIND-IX)
003410            TO WS-SUM-KIND-COUNT(WS-KIND-IX)
003420        END-PERFORM
003430        PERFORM 3200-WRITE-SUMMARY-LINES.
003440
003450    2100-WRITE-DETAIL-LINE.
003460        MOVE ACTV-DATE TO WS-ACTV-DATE-WORK
003470        MOVE SPACES TO DTL-DATE
003480        STRING WS-ACTV-MM "/" WS-ACTV-DD "/" WS-ACTV-YYYY
003490          DELIMITED BY SIZE INTO DTL-DATE
003500        MOVE ACTV-TIME TO DTL-TIME
003510        MOVE ACTV-PROGRAM TO DTL-PROGRAM
003520        MOVE ACTV-ACTIVITY TO DTL-ACTIVITY
003530        MOVE ACTV-KEY TO DTL-KEY
003540        WRITE ACTR-RPT-RECORD FROM DTL-LINE.
003550
003560    3000-WRITE-REPORT-HEADERS.
003570        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
003580          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
003590        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
003600        WRITE ACTR-RPT-RECORD FROM HDR-LINE-1
003610        MOVE SPACES TO HDR2-TEXT
003620        IF WS-DATE-LIMITED = "Y"
003630          STRING "ACTIVITY FROM " WS-FROM-DATE " TO " WS-TO-DATE
003640            DELIMITED BY SIZE INTO HDR2-TEXT
003650        ELSE
003660          MOVE "ALL ACTIVITY ON FILE" TO HDR2-TEXT
003670        END-IF
003680        WRITE ACTR-RPT-RECORD FROM HDR-LINE-2
003690        MOVE SPACES TO ACTR-RPT-RECORD
003700        WRITE ACTR-RPT-RECORD
003710        WRITE ACTR-RPT-RECORD FROM HDR-LINE-3.
003720
003730    3200-WRITE-SUMMARY-LINES.
003740        MOVE WS-SUM-KIND-COUNT(1) TO SUM1-SIGNON
003750        MOVE WS-SUM-KIND-COUNT(2) TO SUM1-REFUSED
003760        MOVE WS-SUM-KIND-COUNT(3) TO SUM1-CORRECT
003770        MOVE WS-SUM-KIND-COUNT(4) TO SUM2-INQUIRE
003780        MOVE WS-SUM-KIND-COUNT(5) TO SUM2-OVERRIDE
003790        MOVE WS-SUM-KIND-COUNT(6) TO SUM2-RELEASE
003800        MOVE WS-SUM-KIND-COUNT(7) TO SUM2-TOTAL
003810        WRITE ACTR-RPT-RECORD FROM SUM-LINE-1
003820        WRITE ACTR-RPT-RECORD FROM SUM-LINE-2.
003830
003840    3300-WRITE-REPORT-TRAILER.
003850        MOVE SPACES TO ACTR-RPT-RECORD
003860        WRITE ACTR-RPT-RECORD
003870        MOVE "ALL OPERATORS" TO SUM1-LABEL
003880        MOVE WS-GRAND-TABLE TO WS-SUM-TABLE
003890        PERFORM 3200-WRITE-SUMMARY-LINES
003900        MOVE WS-OPR-COUNT TO TRL1-COUNT
003910        WRITE ACTR-RPT-RECORD FROM TRL-LINE-1.
