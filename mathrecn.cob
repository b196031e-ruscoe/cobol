000070        SELECT RECN-CTL-FILE ASSIGN TO "MATHNCTL.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-RECN-CTL-FILE-STATUS.
000100        SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-FEED-FILE-STATUS.
000130        SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-AUDIT-FILE-STATUS.
000160        SELECT RECN-RPT-FILE ASSIGN USING WS-RECN-RPT-NAME
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-RECN-RPT-FILE-STATUS.
000190        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-PARAM-FILE-STATUS.
000220        SELECT CREG-FILE ASSIGN TO "MATHCREG.DAT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-CREG-FILE-STATUS.
000250        SELECT CYCL-FILE ASSIGN TO "MATHCYCL.TXT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-CYCL-FILE-STATUS.
000280  DATA DIVISION.
000290    FILE SECTION.
000300      FD  CYCL-FILE.
000310      01 CYCL-RECORD.
000320          COPY CYCLREC.
000330      FD  RECN-CTL-FILE.
000340      01 RECN-CTL-RECORD.
000350          05 NCTL-RUN-ID PIC X(8).
000360      FD  FEED-FILE.
000370      01 FEED-RECORD.
000380          COPY FEEDREC.
000390      FD  AUDIT-FILE.
000400      01 AUDIT-RECORD.
000410          COPY AUDREC.
000420      FD  RECN-RPT-FILE.
000430      01 RECN-RPT-RECORD PIC X(100).
000440      FD  PARAM-FILE.
000450      01 PARAM-RECORD.
000460          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000470          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000480          05 PARM-MAX-RECYCLE PIC 99.
000490          05 PARM-BUS-DATE PIC 9(8).
000500      FD  CREG-FILE.
000510      01 CREG-RECORD.
000520          COPY CREGREC.
000530    WORKING-STORAGE SECTION.
000540      01 WS-CYCL-FILE-STATUS PIC XX VALUE "00".
000550      01 WS-FEED-NAME PIC X(12) VALUE "MATHFEED.TXT".
000560      01 WS-AUDIT-NAME PIC X(12) VALUE "MATHAUD.TXT".
000570      01 WS-RECN-RPT-NAME PIC X(12) VALUE "MATHRECN.TXT".
000580      01 WS-CYCLE PIC 99 VALUE ZERO.
000590      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000600      01 WS-RECN-CTL-FILE-STATUS PIC XX VALUE "00".
000610      01 WS-FEED-FILE-STATUS PIC XX VALUE "00".
000620      01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
000630      01 WS-RECN-RPT-FILE-STATUS PIC XX VALUE "00".
000640      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000650      01 WS-CREG-FILE-STATUS PIC XX VALUE "00".
000660      01 WS-WANT-RUN-ID PIC X(8).
000670      01 WS-AUDIT-EOF-FLAG PIC X VALUE "N".
000680      01 WS-FEED-EOF-FLAG PIC X VALUE "N".
000690      01 WS-AUDIT-COUNT PIC 9(8) VALUE ZERO.
000700      01 WS-FEED-COUNT PIC 9(8) VALUE ZERO.
000710      01 WS-VERIFIED-COUNT PIC 9(8) VALUE ZERO.
000720      01 WS-EXCEPTION-COUNT PIC 9(8) VALUE ZERO.
000730      01 WS-A-NUM1 PIC S9(4)V99.
000740      01 WS-A-NUM2 PIC S9(4)V99.
000750      01 WS-A-NUM3 PIC S9(7)V99.
000760      01 WS-A-REM PIC S9(4)V99.
000770      01 WS-C-NUM3 PIC S9(7)V99.
000780      01 WS-C-REM PIC S9(4)V99.
000790      01 WS-C-ERR-FLAG PIC X.
000800      01 WS-REV-COUNT PIC 9(8) VALUE ZERO.
000810      01 WS-REV-SUM PIC S9(10)V99 VALUE ZERO.
000820      01 WS-HELD-COUNT PIC 9(8) VALUE ZERO.
000830      01 WS-HELD-SUM PIC S9(10)V99 VALUE ZERO.
000840      01 WS-CURRENT-DATE.
000850          05 WS-CURR-YYYY PIC 9(4).
000860          05 WS-CURR-MM PIC 9(2).
000870          05 WS-CURR-DD PIC 9(2).
000880      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
000890          PIC 9(8).
000900      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000910      01 WS-CURRENT-TIME PIC 9(8).
000920      01 WS-TIME-DISP PIC X(8).
000930      01 WS-RUN-DATE-DISP PIC X(10).
000940      01 HDR-LINE-1.
000950          05 FILLER PIC X(20) VALUE "MATH FEED-AUDIT RECN".
000960          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000970          05 HDR1-RUN-DATE PIC X(10).
000980          05 HDR1-CYCLE PIC X(10) VALUE SPACES.
000990      01 HDR-LINE-2.
001000          05 FILLER PIC X(17) VALUE "RECONCILING RUN:".
001010          05 HDR2-RUN-ID PIC X(8).
001020      01 EXC-LINE.
001030          05 FILLER PIC X(11) VALUE "EXCEPTION:".
001040          05 EXC-TYPE PIC X(30).
001050      01 TRL-LINE-1.
001060          05 FILLER PIC X(20) VALUE "AUDIT LINES FOR RUN:".
001070          05 TRL1-COUNT PIC Z(7)9.
001080          05 FILLER PIC X(15) VALUE "  FEED RECORDS:".
001090          05 TRL1-FEED PIC Z(7)9.
001100      01 TRL-LINE-2.
001110          05 FILLER PIC X(20) VALUE "EXCEPTIONS:".
001120          05 TRL2-COUNT PIC Z(7)9.
001130      01 TRL-LINE-3.
001140          05 FILLER PIC X(20) VALUE "REVERSALS:".
001150          05 TRL3-COUNT PIC Z(7)9.
001160          05 FILLER PIC X(7) VALUE "  SUM:".
001170          05 TRL3-SUM PIC +Z(9)9.99.
001180      01 CERT-LINE.
001190          05 FILLER PIC X(4) VALUE "RUN".
001200          05 CERT-RUN-ID PIC X(8).
001210          05 CERT-TEXT PIC X(40).
001220      01 TRL-LINE-4.
001230          05 FILLER PIC X(20) VALUE "HELD FOR APPROVAL:".
001240          05 TRL4-COUNT PIC Z(7)9.
001250          05 FILLER PIC X(7) VALUE "  SUM:".
001260          05 TRL4-SUM PIC +Z(9)9.99.
001270      01 WS-RUNC-FUNCTION PIC X(5).
001280      01 WS-RUNC-STEP PIC X(8).
001290      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
001300      01 WS-RUNC-RETURN PIC XX VALUE "00".
001310  PROCEDURE DIVISION.
001320    0000-MAIN-PROCESS.
001330        PERFORM 0100-RUN-CONTROL-START
001340        PERFORM 1000-READ-RECN-CONTROL
001350        PERFORM 1100-READ-CYCLE-CONTROL
001360        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001370        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
001380        PERFORM 1200-READ-PARAMETERS
001390        OPEN INPUT FEED-FILE
001400        IF WS-FEED-FILE-STATUS NOT = "00"
001410          DISPLAY "FEED-FILE OPEN FAILED, STATUS="
001420            WS-FEED-FILE-STATUS
001430          STOP RUN
001440        END-IF
001450        OPEN INPUT AUDIT-FILE
001460        IF WS-AUDIT-FILE-STATUS NOT = "00"
001470          DISPLAY "AUDIT-FILE OPEN FAILED, STATUS="
001480            WS-AUDIT-FILE-STATUS
001490          STOP RUN
001500        END-IF
001510        OPEN OUTPUT RECN-RPT-FILE
001520        PERFORM 3000-WRITE-REPORT-HEADERS
001530        PERFORM 2100-READ-AUDIT
001540        PERFORM UNTIL WS-AUDIT-EOF-FLAG = "Y"
001550          IF AUD-RUN-ID = WS-WANT-RUN-ID
001560            PERFORM 2200-PROCESS-AUDIT-LINE
001570          END-IF
001580          PERFORM 2100-READ-AUDIT
001590        END-PERFORM
001600        PERFORM 2600-DRAIN-EXTRA-FEED
001610        PERFORM 3300-WRITE-REPORT-TRAILER
001620        PERFORM 3500-REGISTER-CERTIFICATE
001630        CLOSE FEED-FILE
001640        CLOSE AUDIT-FILE
001650        CLOSE RECN-RPT-FILE
001660        PERFORM 0900-RUN-CONTROL-END
001670        STOP RUN.
001680
001690    0100-RUN-CONTROL-START.
001700        MOVE "START" TO WS-RUNC-FUNCTION
001710        MOVE "MATHRECN" TO WS-RUNC-STEP
001720        MOVE ZERO TO WS-RUNC-REC-COUNT
001730        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001740          WS-RUNC-REC-COUNT WS-RUNC-RETURN
001750        IF WS-RUNC-RETURN NOT = "00"
001760          STOP RUN
001770        END-IF.
001780
001790    0900-RUN-CONTROL-END.
001800        MOVE "END" TO WS-RUNC-FUNCTION
001810        MOVE "MATHRECN" TO WS-RUNC-STEP
001820        MOVE WS-AUDIT-COUNT TO WS-RUNC-REC-COUNT
001830        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001840          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
001850
001860    1000-READ-RECN-CONTROL.
001870        OPEN INPUT RECN-CTL-FILE
001880        IF WS-RECN-CTL-FILE-STATUS NOT = "00"
001890          DISPLAY "RECN-CTL-FILE OPEN FAILED, STATUS="
001900            WS-RECN-CTL-FILE-STATUS
001910          STOP RUN
001920        END-IF
001930        READ RECN-CTL-FILE
001940          AT END
001950            DISPLAY "RECN-CTL-FILE EMPTY, NO RUN-ID GIVEN"
001960            STOP RUN
001970        END-READ
001980        IF NCTL-RUN-ID = SPACES
001990          DISPLAY "RECN-CTL-FILE HAS NO RUN-ID"
002000          STOP RUN
002010        END-IF
002020        MOVE NCTL-RUN-ID TO WS-WANT-RUN-ID
002030        CLOSE RECN-CTL-FILE.
002040
002050*    AN INTRADAY CYCLE (SEE CYCLREC) IS RECONCILED FROM ITS OWN
002060*    FEED AND AUDIT FILES, AND ITS VERDICT IS REGISTERED UNDER
002070*    THE CYCLE FOR THE DAY'S BALANCING TO FIND.
002080    1100-READ-CYCLE-CONTROL.
002090        OPEN INPUT CYCL-FILE
002100        IF WS-CYCL-FILE-STATUS = "00"
002110          READ CYCL-FILE
002120            NOT AT END
002130              IF CYCL-CYCLE IS NUMERIC
002140                MOVE CYCL-CYCLE TO WS-CYCLE
002150              END-IF
002160          END-READ
002170          CLOSE CYCL-FILE
002180        END-IF
002190        IF WS-CYCLE > ZERO
002200          STRING "C" WS-CYCLE DELIMITED BY SIZE
002210            INTO WS-CYCLE-SUFFIX
002220          MOVE SPACES TO WS-FEED-NAME
002230          STRING "MATHFEED." WS-CYCLE-SUFFIX
002240            DELIMITED BY SIZE INTO WS-FEED-NAME
002250          MOVE SPACES TO WS-AUDIT-NAME
002260          STRING "MATHAUD." WS-CYCLE-SUFFIX
002270            DELIMITED BY SIZE INTO WS-AUDIT-NAME
002280          MOVE SPACES TO WS-RECN-RPT-NAME
002290          STRING "MATHRECN." WS-CYCLE-SUFFIX
002300            DELIMITED BY SIZE INTO WS-RECN-RPT-NAME
002310          STRING "  CYCLE " WS-CYCLE DELIMITED BY SIZE
002320            INTO HDR1-CYCLE
002330        END-IF.
002340
002350    1200-READ-PARAMETERS.
002360        OPEN INPUT PARAM-FILE
002370        IF WS-PARAM-FILE-STATUS = "00"
002380          READ PARAM-FILE
002390            NOT AT END
002400              IF PARM-BUS-DATE IS NUMERIC
002410                  AND PARM-BUS-DATE > ZERO
002420                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002430              END-IF
002440          END-READ
002450          CLOSE PARAM-FILE
002460        END-IF.
002470
002480    2100-READ-AUDIT.
002490        READ AUDIT-FILE
002500          AT END
002510            MOVE "Y" TO WS-AUDIT-EOF-FLAG
002520        END-READ.
002530
002540    2110-READ-FEED.
002550        READ FEED-FILE
002560          AT END
002570            MOVE "Y" TO WS-FEED-EOF-FLAG
002580          NOT AT END
002590            ADD 1 TO WS-FEED-COUNT
002600        END-READ.
002610
002620    2200-PROCESS-AUDIT-LINE.
002630        ADD 1 TO WS-AUDIT-COUNT
002640        IF AUD-STATUS = "SE"
002650          ADD 1 TO WS-VERIFIED-COUNT
002660        ELSE
002670          MOVE AUD-NUM1 TO WS-A-NUM1
002680          MOVE AUD-NUM2 TO WS-A-NUM2
002690          MOVE AUD-NUM3 TO WS-A-NUM3
002700          MOVE AUD-REM TO WS-A-REM
002710          PERFORM 2300-RECOMPUTE-RESULT
002720          IF AUD-STATUS = "RV"
002730            COMPUTE WS-C-NUM3 = ZERO - WS-C-NUM3
002740            COMPUTE WS-C-REM = ZERO - WS-C-REM
002750            ADD 1 TO WS-REV-COUNT
002760            ADD WS-A-NUM3 TO WS-REV-SUM
002770          END-IF
002780          IF WS-C-ERR-FLAG = "Y"
002790              OR WS-C-NUM3 NOT = WS-A-NUM3
002800              OR WS-C-REM NOT = WS-A-REM
002810            MOVE "RESULT DOES NOT RECOMPUTE" TO EXC-TYPE
002820            PERFORM 3100-WRITE-EXCEPTION-AUDIT
002830          ELSE
002840            ADD 1 TO WS-VERIFIED-COUNT
002850          END-IF
002860          IF AUD-STATUS = "HD"
002870            ADD 1 TO WS-HELD-COUNT
002880            ADD WS-A-NUM3 TO WS-HELD-SUM
002890          END-IF
002900          IF AUD-STATUS = "OK" OR AUD-STATUS = "RV"
002910            PERFORM 2400-MATCH-FEED-RECORD
002920          END-IF
002930        END-IF.
002940
002950    2300-RECOMPUTE-RESULT.
002960        MOVE "N" TO WS-C-ERR-FLAG
002970        MOVE ZERO TO WS-C-REM
002980        EVALUATE AUD-OP
002990          WHEN "A"
003000            ADD WS-A-NUM1 TO WS-A-NUM2 GIVING WS-C-NUM3
003010              ON SIZE ERROR
003020                MOVE "Y" TO WS-C-ERR-FLAG
003030            END-ADD
003040          WHEN "S"
003050            SUBTRACT WS-A-NUM2 FROM WS-A-NUM1
003060              GIVING WS-C-NUM3
003070              ON SIZE ERROR
003080                MOVE "Y" TO WS-C-ERR-FLAG
003090            END-SUBTRACT
003100          WHEN "D"
003110            DIVIDE WS-A-NUM1 BY WS-A-NUM2
003120              GIVING WS-C-NUM3 ROUNDED
003130              REMAINDER WS-C-REM
003140              ON SIZE ERROR
003150                MOVE "Y" TO WS-C-ERR-FLAG
003160            END-DIVIDE
003170          WHEN OTHER
003180            MULTIPLY WS-A-NUM1 BY WS-A-NUM2
003190              GIVING WS-C-NUM3
003200              ON SIZE ERROR
003210                MOVE "Y" TO WS-C-ERR-FLAG
003220            END-MULTIPLY
003230        END-EVALUATE.
003240
003250    2400-MATCH-FEED-RECORD.
003260        PERFORM 2110-READ-FEED
003270        IF WS-FEED-EOF-FLAG = "Y"
003280          MOVE "AUDIT RESULT MISSING FROM FEED" TO EXC-TYPE
003290          PERFORM 3100-WRITE-EXCEPTION-AUDIT
003300        ELSE
003310          IF FEED-NUM1 NOT = WS-A-NUM1
003320              OR FEED-NUM2 NOT = WS-A-NUM2
003330              OR FEED-OP NOT = AUD-OP
003340              OR FEED-NUM3 NOT = WS-A-NUM3
003350              OR FEED-REM NOT = WS-A-REM
003360              OR FEED-RUN-ID NOT = AUD-RUN-ID
003370              OR FEED-ORIG-RUN-ID NOT = AUD-ORIG-RUN-ID
003380            MOVE "FEED DOES NOT MATCH AUDIT" TO EXC-TYPE
003390            PERFORM 3100-WRITE-EXCEPTION-AUDIT
003400            PERFORM 3200-WRITE-EXCEPTION-FEED
003410          END-IF
003420        END-IF.
003430
003440    2600-DRAIN-EXTRA-FEED.
003450        PERFORM 2110-READ-FEED
003460        PERFORM UNTIL WS-FEED-EOF-FLAG = "Y"
003470          MOVE "FEED RECORD WITHOUT AUDIT" TO EXC-TYPE
003480          PERFORM 3200-WRITE-EXCEPTION-FEED
003490          PERFORM 2110-READ-FEED
003500        END-PERFORM.
003510
003520    3000-WRITE-REPORT-HEADERS.
003530        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
003540          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
003550        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
003560        WRITE RECN-RPT-RECORD FROM HDR-LINE-1
003570        MOVE WS-WANT-RUN-ID TO HDR2-RUN-ID
003580        WRITE RECN-RPT-RECORD FROM HDR-LINE-2
003590        MOVE SPACES TO RECN-RPT-RECORD
003600        WRITE RECN-RPT-RECORD.
003610
003620    3100-WRITE-EXCEPTION-AUDIT.
003630        ADD 1 TO WS-EXCEPTION-COUNT
003640        WRITE RECN-RPT-RECORD FROM EXC-LINE
003650        WRITE RECN-RPT-RECORD FROM AUDIT-RECORD.
003660
003670    3200-WRITE-EXCEPTION-FEED.
003680        IF EXC-TYPE = "FEED RECORD WITHOUT AUDIT"
003690          ADD 1 TO WS-EXCEPTION-COUNT
003700          WRITE RECN-RPT-RECORD FROM EXC-LINE
003710        END-IF
003720        WRITE RECN-RPT-RECORD FROM FEED-RECORD.
003730
003740    3300-WRITE-REPORT-TRAILER.
003750        MOVE SPACES TO RECN-RPT-RECORD
003760        WRITE RECN-RPT-RECORD
003770        MOVE WS-AUDIT-COUNT TO TRL1-COUNT
003780        MOVE WS-FEED-COUNT TO TRL1-FEED
003790        WRITE RECN-RPT-RECORD FROM TRL-LINE-1
003800        MOVE WS-EXCEPTION-COUNT TO TRL2-COUNT
003810        WRITE RECN-RPT-RECORD FROM TRL-LINE-2
003820        MOVE WS-REV-COUNT TO TRL3-COUNT
003830        MOVE WS-REV-SUM TO TRL3-SUM
003840        WRITE RECN-RPT-RECORD FROM TRL-LINE-3
003850        MOVE WS-HELD-COUNT TO TRL4-COUNT
003860        MOVE WS-HELD-SUM TO TRL4-SUM
003870        WRITE RECN-RPT-RECORD FROM TRL-LINE-4
003880        MOVE SPACES TO RECN-RPT-RECORD
003890        WRITE RECN-RPT-RECORD
003900        MOVE WS-WANT-RUN-ID TO CERT-RUN-ID
003910        IF WS-EXCEPTION-COUNT = ZERO
003920          MOVE " IN BALANCE - FEED AGREES WITH AUDIT"
003930            TO CERT-TEXT
003940        ELSE
003950          MOVE " OUT OF BALANCE - SEE EXCEPTIONS ABOVE"
003960            TO CERT-TEXT
003970        END-IF
003980        WRITE RECN-RPT-RECORD FROM CERT-LINE.
003990
004000*    THE VERDICT GOES ON THE CERTIFICATE REGISTER, WHERE THE
004010*    FEED RELEASE STEP LOOKS FOR IT.
004020    3500-REGISTER-CERTIFICATE.
004030        ACCEPT WS-CURRENT-TIME FROM TIME
004040        MOVE WS-CURRENT-TIME(1:2) TO WS-TIME-DISP(1:2)
004050        MOVE ":" TO WS-TIME-DISP(3:1)
004060        MOVE WS-CURRENT-TIME(3:2) TO WS-TIME-DISP(4:2)
004070        MOVE ":" TO WS-TIME-DISP(6:1)
004080        MOVE WS-CURRENT-TIME(5:2) TO WS-TIME-DISP(7:2)
004090        OPEN EXTEND CREG-FILE
004100        IF WS-CREG-FILE-STATUS = "35"
004110          OPEN OUTPUT CREG-FILE
004120        END-IF
004130        MOVE WS-BUS-DATE TO CREG-BUS-DATE
004140        MOVE "MATHRECN" TO CREG-STEP
004150        IF WS-EXCEPTION-COUNT = ZERO
004160          MOVE "CLEAN" TO CREG-VERDICT
004170        ELSE
004180          MOVE "EXCEPTN" TO CREG-VERDICT
004190        END-IF
004200        MOVE WS-CURRENT-DATE-NUM TO CREG-DATE
004210        MOVE WS-TIME-DISP TO CREG-TIME
004220        MOVE WS-WANT-RUN-ID TO CREG-RUN-ID
004230        MOVE WS-EXCEPTION-COUNT TO CREG-EXC-COUNT
004240        MOVE WS-CYCLE TO CREG-CYCLE
004250        WRITE CREG-RECORD
004260        CLOSE CREG-FILE.
