000160        SELECT CORR-FILE ASSIGN TO "MATHCORR.DAT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-CORR-FILE-STATUS.
000190        SELECT AREL-FILE ASSIGN TO "MATHAREL.DAT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-AREL-FILE-STATUS.
000220        SELECT ARIN-FILE ASSIGN TO "MATHARIN.DAT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-ARIN-FILE-STATUS.
000250        SELECT TRANS-FILE ASSIGN USING WS-TRANS-NAME
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-TRANS-FILE-STATUS.
000280        SELECT HOLD-FILE ASSIGN TO "TRANHOLD.DAT"
000290          ORGANIZATION IS LINE SEQUENTIAL
000300          FILE STATUS IS WS-HOLD-FILE-STATUS.
000310        SELECT BREG-FILE ASSIGN TO "MATHBREG.DAT"
000320          ORGANIZATION IS LINE SEQUENTIAL
000330          FILE STATUS IS WS-BREG-FILE-STATUS.
000340        SELECT COLL-RPT-FILE ASSIGN USING WS-COLL-RPT-NAME
000350          ORGANIZATION IS LINE SEQUENTIAL
000360          FILE STATUS IS WS-COLL-RPT-FILE-STATUS.
000370        SELECT RTNC-FILE ASSIGN USING WS-RTNC-NAME
000380          ORGANIZATION IS LINE SEQUENTIAL
000390          FILE STATUS IS WS-RTNC-FILE-STATUS.
000400        SELECT CYCL-FILE ASSIGN TO "MATHCYCL.TXT"
000410          ORGANIZATION IS LINE SEQUENTIAL
000420          FILE STATUS IS WS-CYCL-FILE-STATUS.
000430  DATA DIVISION.
000440    FILE SECTION.
000450      FD  ORD-FILE.
000460      01 ORD-RECORD PIC X(36).
000470      FD  RTE-FILE.
000480      01 RTE-RECORD PIC X(36).
000490      FD  WHS-FILE.
000500      01 WHS-RECORD PIC X(36).
000510      FD  CORR-FILE.
000520      01 CORR-RECORD PIC X(50).
000530      FD  AREL-FILE.
000540      01 AREL-RECORD PIC X(85).
000550      FD  ARIN-FILE.
000560      01 ARIN-RECORD PIC X(85).
000570      FD  TRANS-FILE.
000580      01 TRAN-RECORD.
000590          COPY TRANREC.
000600      FD  HOLD-FILE.
000610      01 HOLD-RECORD PIC X(36).
000620      FD  BREG-FILE.
000630      01 BREG-RECORD.
000640          05 BREG-BATCH-ID PIC X(8).
000650      FD  COLL-RPT-FILE.
000660      01 COLL-RPT-RECORD PIC X(80).
000670      FD  RTNC-FILE.
000680      01 RTNC-RECORD.
000690          COPY RTNREC.
000700      FD  CYCL-FILE.
000710      01 CYCL-RECORD.
000720          COPY CYCLREC.
000730    WORKING-STORAGE SECTION.
000740      01 WS-ORD-FILE-STATUS PIC XX VALUE "00".
000750      01 WS-RTE-FILE-STATUS PIC XX VALUE "00".
000760      01 WS-WHS-FILE-STATUS PIC XX VALUE "00".
000770      01 WS-CORR-FILE-STATUS PIC XX VALUE "00".
000780      01 WS-AREL-FILE-STATUS PIC XX VALUE "00".
000790      01 WS-ARIN-FILE-STATUS PIC XX VALUE "00".
000800      01 WS-TRANS-FILE-STATUS PIC XX VALUE "00".
000810      01 WS-HOLD-FILE-STATUS PIC XX VALUE "00".
000820      01 WS-BREG-FILE-STATUS PIC XX VALUE "00".
000830      01 WS-COLL-RPT-FILE-STATUS PIC XX VALUE "00".
000840      01 WS-RTNC-FILE-STATUS PIC XX VALUE "00".
000850      01 WS-CYCL-FILE-STATUS PIC XX VALUE "00".
000860      01 WS-EOF-FLAG PIC X VALUE "N".
000870      01 WS-REG-EOF-FLAG PIC X VALUE "N".
000880      01 WS-ORD-COUNT PIC 9(8) VALUE ZERO.
000890      01 WS-RTE-COUNT PIC 9(8) VALUE ZERO.
000900      01 WS-WHS-COUNT PIC 9(8) VALUE ZERO.
000910      01 WS-CORR-COUNT PIC 9(8) VALUE ZERO.
000920      01 WS-REL-COUNT PIC 9(8) VALUE ZERO.
000930      01 WS-TOTAL-COUNT PIC 9(8) VALUE ZERO.
000940      01 WS-AREA-RECORD.
000950          05 WS-AREA-SRC PIC X.
000960          05 WS-AREA-TYPE PIC X.
000970          05 WS-AREA-NUM1 PIC S9(4)V99 SIGN LEADING
000980              SEPARATE.
000990          05 WS-AREA-NUM2 PIC S9(4)V99 SIGN LEADING
001000              SEPARATE.
001010          05 FILLER PIC X(20).
001020      01 WS-AREA-BATCH-REC REDEFINES WS-AREA-RECORD.
001030          COPY BATREC.
001040      01 WS-AREA-SOURCE-ID PIC X.
001050      01 WS-AREA-COUNT PIC 9(8) VALUE ZERO.
001060      01 WS-HDR-SEEN PIC X VALUE "N".
001070      01 WS-TRL-SEEN PIC X VALUE "N".
001080      01 WS-SEQ-ERR PIC X VALUE "N".
001090      01 WS-BAT-DET-COUNT PIC 9(8) VALUE ZERO.
001100      01 WS-BAT-HASH PIC S9(13)V99 VALUE ZERO.
001110      01 WS-BAT-ID PIC X(8).
001120      01 WS-BAT-DESK PIC X.
001130      01 WS-BAT-CREATE-DATE PIC 9(8) VALUE ZERO.
001140      01 WS-TRL-COUNT PIC 9(8) VALUE ZERO.
001150      01 WS-TRL-HASH PIC S9(13)V99 VALUE ZERO.
001160      01 WS-BATCH-OK PIC X VALUE "N".
001170      01 WS-BATCH-DISP PIC X(20).
001180      01 WS-REG-FOUND PIC X VALUE "N".
001190      01 WS-REG-IX PIC 9(4) VALUE ZERO.
001200      01 WS-REG-COUNT PIC 9(4) VALUE ZERO.
001210      01 WS-REG-TABLE.
001220          05 WS-REG-ENTRY OCCURS 500 PIC X(8).
001230      01 WS-CURRENT-DATE.
001240          05 WS-CURR-YYYY PIC 9(4).
001250          05 WS-CURR-MM PIC 9(2).
001260          05 WS-CURR-DD PIC 9(2).
001270      01 WS-RUN-DATE-DISP PIC X(10).
001280      01 WS-RUNC-FUNCTION PIC X(5).
001290      01 WS-RUNC-STEP PIC X(8).
001300      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
001310      01 WS-RUNC-RETURN PIC XX VALUE "00".
001320      01 WS-TRANS-NAME PIC X(12) VALUE "TRANS.DAT".
001330      01 WS-COLL-RPT-NAME PIC X(12) VALUE "MATHCOLR.TXT".
001340      01 WS-CYCLE PIC 99 VALUE ZERO.
001350      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
001360      01 WS-CYCLE-DESK PIC X VALUE SPACE.
001370      01 WS-CYCLE-BATCH PIC X(8) VALUE SPACES.
001380      01 WS-CYCLE-FILE PIC X(12) VALUE SPACES.
001390      01 WS-RTNC-NAME PIC X(12) VALUE "MATHRTNC.DAT".
001400      01 HDR-LINE-1.
001410          05 FILLER PIC X(20) VALUE "MATH COLLECTION RPT".
001420          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001430          05 HDR1-RUN-DATE PIC X(10).
001440          05 HDR1-CYCLE PIC X(10) VALUE SPACES.
001450      01 CDT-LINE.
001460          05 CDT-SOURCE-NAME PIC X(16).
001470          05 FILLER PIC X(2) VALUE "(".
001480          05 CDT-SOURCE-ID PIC X.
001490          05 FILLER PIC X(9) VALUE ") COUNT:".
001500          05 CDT-COUNT PIC Z(7)9.
001510          05 CDT-NOTE PIC X(14).
001520      01 BDT-LINE.
001530          05 FILLER PIC X(9) VALUE "  BATCH:".
001540          05 BDT-BATCH-ID PIC X(8).
001550          05 FILLER PIC X(8) VALUE "  DESK:".
001560          05 BDT-DESK-ID PIC X.
001570          05 FILLER PIC X(2) VALUE SPACES.
001580          05 BDT-DISPOSITION PIC X(20).
001590      01 TRL-LINE.
001600          05 FILLER PIC X(28) VALUE "COMBINED RECORDS WRITTEN:".
001610          05 TRL-COUNT PIC Z(7)9.
001620  PROCEDURE DIVISION.
001630    0000-MAIN-PROCESS.
001640        PERFORM 1100-READ-CYCLE-CONTROL
001650        PERFORM 0100-RUN-CONTROL-START
001660        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001670        OPEN OUTPUT TRANS-FILE
001680        OPEN OUTPUT COLL-RPT-FILE
001690        OPEN EXTEND HOLD-FILE
001700        OPEN OUTPUT RTNC-FILE
001710        IF WS-HOLD-FILE-STATUS = "35"
001720          OPEN OUTPUT HOLD-FILE
001730        END-IF
001740        PERFORM 1200-LOAD-BATCH-REGISTER
001750        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
001760          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
001770        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
001780        WRITE COLL-RPT-RECORD FROM HDR-LINE-1
001790        MOVE SPACES TO COLL-RPT-RECORD
001800        WRITE COLL-RPT-RECORD
001810        IF WS-CYCLE = ZERO
001820          PERFORM 2100-COLLECT-ORDER-DESK
001830          PERFORM 2200-COLLECT-RATES-DESK
001840          PERFORM 2300-COLLECT-WAREHOUSE
001850          PERFORM 2400-COLLECT-CORRECTIONS
001860          PERFORM 2450-COLLECT-RELEASES
001870        ELSE
001880          PERFORM 2600-COLLECT-CYCLE-BATCH
001890        END-IF
001900        MOVE SPACES TO COLL-RPT-RECORD
001910        WRITE COLL-RPT-RECORD
001920        MOVE WS-TOTAL-COUNT TO TRL-COUNT
001930        WRITE COLL-RPT-RECORD FROM TRL-LINE
001940        CLOSE TRANS-FILE
001950        CLOSE HOLD-FILE
001960        CLOSE BREG-FILE
001970        CLOSE COLL-RPT-FILE
001980        CLOSE RTNC-FILE
001990        PERFORM 0900-RUN-CONTROL-END
002000        STOP RUN.
002010
002020    0100-RUN-CONTROL-START.
002030        MOVE "START" TO WS-RUNC-FUNCTION
002040        MOVE "MATHCOLL" TO WS-RUNC-STEP
002050        MOVE ZERO TO WS-RUNC-REC-COUNT
002060        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002070          WS-RUNC-REC-COUNT WS-RUNC-RETURN
002080        IF WS-RUNC-RETURN NOT = "00"
002090          STOP RUN
002100        END-IF.
002110
002120    0900-RUN-CONTROL-END.
002130        MOVE "END" TO WS-RUNC-FUNCTION
002140        MOVE "MATHCOLL" TO WS-RUNC-STEP
002150        MOVE WS-TOTAL-COUNT TO WS-RUNC-REC-COUNT
002160        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002170          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
002180
002190*    AN INTRADAY CYCLE (SEE CYCLREC) NAMES ONE DESK AND THE
002200*    BATCH ID ON THAT DESK'S HEADER. ITS COLLECTION AND
002210*    REPORT GO TO TRANS.CNN AND MATHCOLR.CNN, AND ITS RETURN
002220*    CONTROL TO MATHRTNC.CNN, SO THE NIGHTLY FILES ARE LEFT
002230*    ALONE. A CYCLE THAT NAMES NO DESK BATCH IS NOT STARTED.
002240    1100-READ-CYCLE-CONTROL.
002250        OPEN INPUT CYCL-FILE
002260        IF WS-CYCL-FILE-STATUS = "00"
002270          READ CYCL-FILE
002280            NOT AT END
002290              IF CYCL-CYCLE IS NUMERIC
002300                MOVE CYCL-CYCLE TO WS-CYCLE
002310                MOVE CYCL-DESK-ID TO WS-CYCLE-DESK
002320                MOVE CYCL-BATCH-ID TO WS-CYCLE-BATCH
002330              END-IF
002340          END-READ
002350          CLOSE CYCL-FILE
002360        END-IF
002370        IF WS-CYCLE > ZERO
002380          IF (WS-CYCLE-DESK NOT = "O" AND WS-CYCLE-DESK NOT = "R"
002390              AND WS-CYCLE-DESK NOT = "W")
002400              OR WS-CYCLE-BATCH = SPACES
002410            DISPLAY "MATHCYCL.TXT: CYCLE " WS-CYCLE
002420              " NAMES NO DESK BATCH - COLLECTION NOT STARTED"
002430            STOP RUN
002440          END-IF
002450          STRING "C" WS-CYCLE DELIMITED BY SIZE
002460            INTO WS-CYCLE-SUFFIX
002470          MOVE SPACES TO WS-TRANS-NAME
002480          STRING "TRANS." WS-CYCLE-SUFFIX
002490            DELIMITED BY SIZE INTO WS-TRANS-NAME
002500          MOVE SPACES TO WS-COLL-RPT-NAME
002510          STRING "MATHCOLR." WS-CYCLE-SUFFIX
002520            DELIMITED BY SIZE INTO WS-COLL-RPT-NAME
002530          MOVE SPACES TO WS-RTNC-NAME
002540          STRING "MATHRTNC." WS-CYCLE-SUFFIX
002550            DELIMITED BY SIZE INTO WS-RTNC-NAME
002560          STRING "  CYCLE " WS-CYCLE DELIMITED BY SIZE
002570            INTO HDR1-CYCLE
002580        END-IF.
002590
002600    1200-LOAD-BATCH-REGISTER.
002610        OPEN INPUT BREG-FILE
002620        IF WS-BREG-FILE-STATUS = "00"
002630          MOVE "N" TO WS-REG-EOF-FLAG
002640          PERFORM 1210-READ-REGISTER
002650          PERFORM UNTIL WS-REG-EOF-FLAG = "Y"
002660            IF WS-REG-COUNT < 500
002670              ADD 1 TO WS-REG-COUNT
002680              MOVE BREG-BATCH-ID TO WS-REG-ENTRY(WS-REG-COUNT)
002690            ELSE
002700              DISPLAY "BATCH REGISTER EXCEEDS 500 ENTRIES -"
002710                " PURGE MATHBREG.DAT AND RERUN"
002720              STOP RUN
002730            END-IF
002740            PERFORM 1210-READ-REGISTER
002750          END-PERFORM
002760          CLOSE BREG-FILE
002770        END-IF
002780        OPEN EXTEND BREG-FILE
002790        IF WS-BREG-FILE-STATUS = "35"
002800          OPEN OUTPUT BREG-FILE
002810        END-IF.
002820
002830    1210-READ-REGISTER.
002840        READ BREG-FILE
002850          AT END
002860            MOVE "Y" TO WS-REG-EOF-FLAG
002870        END-READ.
002880
002890    2100-COLLECT-ORDER-DESK.
002900        MOVE SPACES TO CDT-NOTE
002910        MOVE "O" TO WS-AREA-SOURCE-ID
002920        MOVE ZERO TO WS-AREA-COUNT
002930        OPEN INPUT ORD-FILE
002940        IF WS-ORD-FILE-STATUS = "00"
002950          PERFORM 2500-INIT-BATCH-TOTALS
002960          MOVE "N" TO WS-EOF-FLAG
002970          PERFORM 2110-READ-ORDER-DESK
002980          PERFORM UNTIL WS-EOF-FLAG = "Y"
002990            PERFORM 2510-TALLY-BATCH-RECORD
003000            PERFORM 2110-READ-ORDER-DESK
003010          END-PERFORM
003020          CLOSE ORD-FILE
003030          PERFORM 2520-CHECK-BATCH
003040          PERFORM 2570-CHECK-CYCLE-BATCH
003050          OPEN INPUT ORD-FILE
003060          MOVE "N" TO WS-EOF-FLAG
003070          PERFORM 2110-READ-ORDER-DESK
003080          PERFORM UNTIL WS-EOF-FLAG = "Y"
003090            PERFORM 2530-DISPOSE-BATCH-RECORD
003100            PERFORM 2110-READ-ORDER-DESK
003110          END-PERFORM
003120          CLOSE ORD-FILE
003130          IF WS-BATCH-OK = "Y"
003140            PERFORM 2540-REGISTER-BATCH
003150          ELSE
003160            MOVE "  BATCH HELD" TO CDT-NOTE
003170          END-IF
003180          PERFORM 3100-WRITE-BATCH-LINE
003190        ELSE
003200          MOVE "  NOT PRESENT" TO CDT-NOTE
003210        END-IF
003220        PERFORM 3150-WRITE-RETURN-CONTROL
003230        MOVE WS-AREA-COUNT TO WS-ORD-COUNT
003240        MOVE "ORDER DESK" TO CDT-SOURCE-NAME
003250        MOVE "O" TO CDT-SOURCE-ID
003260        MOVE WS-ORD-COUNT TO CDT-COUNT
003270        WRITE COLL-RPT-RECORD FROM CDT-LINE.
003280
003290    2110-READ-ORDER-DESK.
003300        READ ORD-FILE
003310          AT END
003320            MOVE "Y" TO WS-EOF-FLAG
003330          NOT AT END
003340            MOVE ORD-RECORD TO WS-AREA-RECORD
003350        END-READ.
003360
003370    2200-COLLECT-RATES-DESK.
003380        MOVE SPACES TO CDT-NOTE
003390        MOVE "R" TO WS-AREA-SOURCE-ID
003400        MOVE ZERO TO WS-AREA-COUNT
003410        OPEN INPUT RTE-FILE
003420        IF WS-RTE-FILE-STATUS = "00"
003430          PERFORM 2500-INIT-BATCH-TOTALS
003440          MOVE "N" TO WS-EOF-FLAG
003450          PERFORM 2210-READ-RATES-DESK
003460          PERFORM UNTIL WS-EOF-FLAG = "Y"
003470            PERFORM 2510-TALLY-BATCH-RECORD
003480            PERFORM 2210-READ-RATES-DESK
003490          END-PERFORM
003500          CLOSE RTE-FILE
003510          PERFORM 2520-CHECK-BATCH
003520          PERFORM 2570-CHECK-CYCLE-BATCH
003530          OPEN INPUT RTE-FILE
003540          MOVE "N" TO WS-EOF-FLAG
003550          PERFORM 2210-READ-RATES-DESK
003560          PERFORM UNTIL WS-EOF-FLAG = "Y"
003570            PERFORM 2530-DISPOSE-BATCH-RECORD
003580            PERFORM 2210-READ-RATES-DESK
003590          END-PERFORM
003600          CLOSE RTE-FILE
003610          IF WS-BATCH-OK = "Y"
003620            PERFORM 2540-REGISTER-BATCH
003630          ELSE
003640            MOVE "  BATCH HELD" TO CDT-NOTE
003650          END-IF
003660          PERFORM 3100-WRITE-BATCH-LINE
003670        ELSE
003680          MOVE "  NOT PRESENT" TO CDT-NOTE
003690        END-IF
003700        PERFORM 3150-WRITE-RETURN-CONTROL
003710        MOVE WS-AREA-COUNT TO WS-RTE-COUNT
003720        MOVE "RATES DESK" TO CDT-SOURCE-NAME
003730        MOVE "R" TO CDT-SOURCE-ID
003740        MOVE WS-RTE-COUNT TO CDT-COUNT
003750        WRITE COLL-RPT-RECORD FROM CDT-LINE.
003760
003770    2210-READ-RATES-DESK.
003780        READ RTE-FILE
003790          AT END
003800            MOVE "Y" TO WS-EOF-FLAG
003810          NOT AT END
003820            MOVE RTE-RECORD TO WS-AREA-RECORD
003830        END-READ.
003840
003850    2300-COLLECT-WAREHOUSE.
003860        MOVE SPACES TO CDT-NOTE
003870        MOVE "W" TO WS-AREA-SOURCE-ID
003880        MOVE ZERO TO WS-AREA-COUNT
003890        OPEN INPUT WHS-FILE
003900        IF WS-WHS-FILE-STATUS = "00"
003910          PERFORM 2500-INIT-BATCH-TOTALS
003920          MOVE "N" TO WS-EOF-FLAG
003930          PERFORM 2310-READ-WAREHOUSE
003940          PERFORM UNTIL WS-EOF-FLAG = "Y"
003950            PERFORM 2510-TALLY-BATCH-RECORD
003960            PERFORM 2310-READ-WAREHOUSE
003970          END-PERFORM
003980          CLOSE WHS-FILE
003990          PERFORM 2520-CHECK-BATCH
004000          PERFORM 2570-CHECK-CYCLE-BATCH
004010          OPEN INPUT WHS-FILE
004020          MOVE "N" TO WS-EOF-FLAG
004030          PERFORM 2310-READ-WAREHOUSE
004040          PERFORM UNTIL WS-EOF-FLAG = "Y"
004050            PERFORM 2530-DISPOSE-BATCH-RECORD
004060            PERFORM 2310-READ-WAREHOUSE
004070          END-PERFORM
004080          CLOSE WHS-FILE
004090          IF WS-BATCH-OK = "Y"
004100            PERFORM 2540-REGISTER-BATCH
004110          ELSE
004120            MOVE "  BATCH HELD" TO CDT-NOTE
004130          END-IF
004140          PERFORM 3100-WRITE-BATCH-LINE
004150        ELSE
004160          MOVE "  NOT PRESENT" TO CDT-NOTE
004170        END-IF
004180        PERFORM 3150-WRITE-RETURN-CONTROL
004190        MOVE WS-AREA-COUNT TO WS-WHS-COUNT
004200        MOVE "WAREHOUSE" TO CDT-SOURCE-NAME
004210        MOVE "W" TO CDT-SOURCE-ID
004220        MOVE WS-WHS-COUNT TO CDT-COUNT
004230        WRITE COLL-RPT-RECORD FROM CDT-LINE.
004240
004250    2310-READ-WAREHOUSE.
004260        READ WHS-FILE
004270          AT END
004280            MOVE "Y" TO WS-EOF-FLAG
004290          NOT AT END
004300            MOVE WHS-RECORD TO WS-AREA-RECORD
004310        END-READ.
004320
004330*    CORRECTED REJECTS REPAIRED BY MATHCORR. THE SOURCE ID
004340*    WAS STAMPED WHEN THE RECORD WAS FIRST COLLECTED, SO IT
004350*    IS CARRIED THROUGH UNTOUCHED RATHER THAN RESTAMPED.
004360*    THE CORRECTIONS FILE IS PRODUCED IN-HOUSE AND CARRIES
004370*    NO BATCH HEADER OR TRAILER.
004380    2400-COLLECT-CORRECTIONS.
004390        MOVE SPACES TO CDT-NOTE
004400        OPEN INPUT CORR-FILE
004410        IF WS-CORR-FILE-STATUS = "00"
004420          MOVE "N" TO WS-EOF-FLAG
004430          PERFORM 2410-READ-CORRECTIONS
004440          PERFORM UNTIL WS-EOF-FLAG = "Y"
004450            MOVE CORR-RECORD TO TRAN-RECORD
004460            WRITE TRAN-RECORD
004470            ADD 1 TO WS-CORR-COUNT
004480            ADD 1 TO WS-TOTAL-COUNT
004490            PERFORM 2410-READ-CORRECTIONS
004500          END-PERFORM
004510          CLOSE CORR-FILE
004520          PERFORM 2420-TRUNCATE-CORRECTIONS
004530        ELSE
004540          MOVE "  NOT PRESENT" TO CDT-NOTE
004550        END-IF
004560        MOVE "CORRECTIONS" TO CDT-SOURCE-NAME
004570        MOVE "C" TO CDT-SOURCE-ID
004580        MOVE WS-CORR-COUNT TO CDT-COUNT
004590        WRITE COLL-RPT-RECORD FROM CDT-LINE.
004600
004610    2410-READ-CORRECTIONS.
004620        READ CORR-FILE
004630          AT END
004640            MOVE "Y" TO WS-EOF-FLAG
004650        END-READ.
004660
004670*    MATHCORR OPENS THE CORRECTIONS FILE EXTEND, SO ONCE
004680*    ITS RECORDS ARE IN TRANS.DAT IT IS EMPTIED HERE TO
004690*    KEEP THE NEXT RUN FROM INJECTING THEM TWICE.
004700    2420-TRUNCATE-CORRECTIONS.
004710        OPEN OUTPUT CORR-FILE
004720        CLOSE CORR-FILE.
004730
004740*    RESULTS RELEASED FROM THE OVER-LIMIT HOLD BY MATHAPRV.
004750*    THEY WERE COMPUTED AND EDITED WHEN FIRST HELD, SO THEY
004760*    BYPASS TRANS.DAT AND MATHEDIT AND GO TO MATH ON THEIR
004770*    OWN FILE. MATHARIN.DAT IS REBUILT EVERY NIGHT, EMPTY
004780*    IF NOTHING WAS RELEASED, AND MATHAPRV'S QUEUE IS THEN
004790*    EMPTIED, SO NO RELEASE IS FED TWICE.
004800    2450-COLLECT-RELEASES.
004810        MOVE SPACES TO CDT-NOTE
004820        OPEN OUTPUT ARIN-FILE
004830        OPEN INPUT AREL-FILE
004840        IF WS-AREL-FILE-STATUS = "00"
004850          MOVE "N" TO WS-EOF-FLAG
004860          PERFORM 2460-READ-RELEASES
004870          PERFORM UNTIL WS-EOF-FLAG = "Y"
004880            WRITE ARIN-RECORD FROM AREL-RECORD
004890            ADD 1 TO WS-REL-COUNT
004900            PERFORM 2460-READ-RELEASES
004910          END-PERFORM
004920          CLOSE AREL-FILE
004930          PERFORM 2470-TRUNCATE-RELEASES
004940        ELSE
004950          MOVE "  NOT PRESENT" TO CDT-NOTE
004960        END-IF
004970        CLOSE ARIN-FILE
004980        MOVE "RELEASED HOLDS" TO CDT-SOURCE-NAME
004990        MOVE "A" TO CDT-SOURCE-ID
005000        MOVE WS-REL-COUNT TO CDT-COUNT
005010        WRITE COLL-RPT-RECORD FROM CDT-LINE.
005020
005030    2460-READ-RELEASES.
005040        READ AREL-FILE
005050          AT END
005060            MOVE "Y" TO WS-EOF-FLAG
005070        END-READ.
005080
005090    2470-TRUNCATE-RELEASES.
005100        OPEN OUTPUT AREL-FILE
005110        CLOSE AREL-FILE.
005120
005130    2500-INIT-BATCH-TOTALS.
005140        MOVE "N" TO WS-HDR-SEEN
005150        MOVE "N" TO WS-TRL-SEEN
005160        MOVE "N" TO WS-SEQ-ERR
005170        MOVE "N" TO WS-BATCH-OK
005180        MOVE ZERO TO WS-BAT-DET-COUNT
005190        MOVE ZERO TO WS-BAT-HASH
005200        MOVE ZERO TO WS-TRL-COUNT
005210        MOVE ZERO TO WS-TRL-HASH
005220        MOVE SPACES TO WS-BAT-ID
005230        MOVE SPACE TO WS-BAT-DESK
005240        MOVE ZERO TO WS-BAT-CREATE-DATE
005250        MOVE SPACES TO WS-BATCH-DISP.
005260
005270    2510-TALLY-BATCH-RECORD.
005280        EVALUATE BAT-RECORD-ID
005290          WHEN "H"
005300            IF WS-HDR-SEEN = "N" AND WS-TRL-SEEN = "N"
005310                AND WS-BAT-DET-COUNT = ZERO
005320              MOVE "Y" TO WS-HDR-SEEN
005330              MOVE BAT-BATCH-ID TO WS-BAT-ID
005340              MOVE BAT-DESK-ID TO WS-BAT-DESK
005350              IF BAT-CREATE-DATE IS NUMERIC
005360                MOVE BAT-CREATE-DATE TO WS-BAT-CREATE-DATE
005370              END-IF
005380            ELSE
005390              MOVE "Y" TO WS-SEQ-ERR
005400            END-IF
005410          WHEN "T"
005420            IF WS-TRL-SEEN = "N"
005430              MOVE "Y" TO WS-TRL-SEEN
005440              IF BAT-REC-COUNT IS NUMERIC
005450                  AND BAT-HASH-TOTAL IS NUMERIC
005460                MOVE BAT-REC-COUNT TO WS-TRL-COUNT
005470                MOVE BAT-HASH-TOTAL TO WS-TRL-HASH
005480              ELSE
005490                MOVE "Y" TO WS-SEQ-ERR
005500              END-IF
005510            ELSE
005520              MOVE "Y" TO WS-SEQ-ERR
005530            END-IF
005540          WHEN OTHER
005550            IF WS-TRL-SEEN = "Y"
005560              MOVE "Y" TO WS-SEQ-ERR
005570            END-IF
005580            ADD 1 TO WS-BAT-DET-COUNT
005590            IF WS-AREA-NUM1 IS NUMERIC
005600              ADD WS-AREA-NUM1 TO WS-BAT-HASH
005610            END-IF
005620            IF WS-AREA-NUM2 IS NUMERIC
005630              ADD WS-AREA-NUM2 TO WS-BAT-HASH
005640            END-IF
005650        END-EVALUATE.
005660
005670    2520-CHECK-BATCH.
005680        MOVE "N" TO WS-BATCH-OK
005690        IF WS-HDR-SEEN NOT = "Y"
005700          MOVE "NO BATCH HEADER" TO WS-BATCH-DISP
005710        ELSE
005720          IF WS-TRL-SEEN NOT = "Y"
005730            MOVE "NO BATCH TRAILER" TO WS-BATCH-DISP
005740          ELSE
005750            IF WS-SEQ-ERR = "Y"
005760              MOVE "BAD BATCH SEQUENCE" TO WS-BATCH-DISP
005770            ELSE
005780              IF WS-TRL-COUNT NOT = WS-BAT-DET-COUNT
005790                MOVE "COUNT OUT OF BALANCE" TO WS-BATCH-DISP
005800              ELSE
005810                IF WS-TRL-HASH NOT = WS-BAT-HASH
005820                  MOVE "HASH OUT OF BALANCE" TO WS-BATCH-DISP
005830                ELSE
005840                  PERFORM 2550-SEARCH-REGISTER
005850                  IF WS-REG-FOUND = "Y"
005860                    MOVE "DUPLICATE BATCH ID" TO WS-BATCH-DISP
005870                  ELSE
005880                    MOVE "Y" TO WS-BATCH-OK
005890                    MOVE "ACCEPTED" TO WS-BATCH-DISP
005900                  END-IF
005910                END-IF
005920              END-IF
005930            END-IF
005940          END-IF
005950        END-IF.
005960
005970    2530-DISPOSE-BATCH-RECORD.
005980        IF WS-BATCH-OK = "Y"
005990          IF BAT-RECORD-ID = "H" OR BAT-RECORD-ID = "T"
006000            CONTINUE
006010          ELSE
006020            MOVE WS-AREA-RECORD TO TRAN-RECORD
006030            MOVE WS-AREA-SOURCE-ID TO TRAN-SOURCE-ID
006040            ADD 1 TO WS-AREA-COUNT
006050            MOVE WS-BAT-ID TO TRAN-BATCH-ID
006060            MOVE WS-AREA-COUNT TO TRAN-BATCH-SEQ
006070            WRITE TRAN-RECORD
006080            ADD 1 TO WS-TOTAL-COUNT
006090          END-IF
006100        ELSE
006110          WRITE HOLD-RECORD FROM WS-AREA-RECORD
006120        END-IF.
006130
006140    2540-REGISTER-BATCH.
006150        IF WS-REG-COUNT < 500
006160          ADD 1 TO WS-REG-COUNT
006170          MOVE WS-BAT-ID TO WS-REG-ENTRY(WS-REG-COUNT)
006180        ELSE
006190          DISPLAY "BATCH REGISTER FULL - "
006200            "PURGE MATHBREG.DAT AND RERUN"
006210          STOP RUN
006220        END-IF
006230        MOVE WS-BAT-ID TO BREG-BATCH-ID
006240        WRITE BREG-RECORD.
006250
006260    2550-SEARCH-REGISTER.
006270        MOVE "N" TO WS-REG-FOUND
006280        MOVE 1 TO WS-REG-IX
006290        PERFORM 2560-CHECK-REGISTER-ENTRY
006300          UNTIL WS-REG-IX > WS-REG-COUNT.
006310
006320    2560-CHECK-REGISTER-ENTRY.
006330        IF WS-REG-ENTRY(WS-REG-IX) = WS-BAT-ID
006340          MOVE "Y" TO WS-REG-FOUND
006350        END-IF
006360        ADD 1 TO WS-REG-IX.
006370
006380*    IN A CYCLE THE DESK'S FILE MUST HOLD THE BATCH THE CYCLE
006390*    WAS RUN FOR. IF IT HOLDS ANOTHER NOTHING IS COLLECTED OR
006400*    HELD AND THE STEP IS LEFT UNFINISHED TO BE RUN AGAIN.
006410    2570-CHECK-CYCLE-BATCH.
006420        IF WS-CYCLE > ZERO
006430            AND WS-BAT-ID NOT = WS-CYCLE-BATCH
006440          DISPLAY "CYCLE " WS-CYCLE " REFUSED - BATCH "
006450            WS-CYCLE-BATCH " IS NOT ON " WS-CYCLE-FILE
006460            " (FOUND '" WS-BAT-ID "')"
006470          STOP RUN
006480        END-IF.
006490
006500*    THE CYCLE COLLECTS ITS ONE DESK AND NOTHING ELSE -
006510*    CORRECTIONS, RELEASED HOLDS AND THE OTHER DESKS WAIT FOR
006520*    THE NIGHTLY RUN. ONCE THE BATCH IS TAKEN, OR HELD ON
006530*    TRANHOLD.DAT, THE DESK'S FILE IS REMOVED SO THE NIGHTLY
006540*    COLLECTION DOES NOT FIND THE SAME BATCH AGAIN AND HOLD IT
006550*    A SECOND TIME.
006560    2600-COLLECT-CYCLE-BATCH.
006570        EVALUATE WS-CYCLE-DESK
006580          WHEN "O"
006590            MOVE "TRANSORD.DAT" TO WS-CYCLE-FILE
006600            PERFORM 2100-COLLECT-ORDER-DESK
006610          WHEN "R"
006620            MOVE "TRANSRTE.DAT" TO WS-CYCLE-FILE
006630            PERFORM 2200-COLLECT-RATES-DESK
006640          WHEN "W"
006650            MOVE "TRANSWHS.DAT" TO WS-CYCLE-FILE
006660            PERFORM 2300-COLLECT-WAREHOUSE
006670        END-EVALUATE
006680        IF CDT-NOTE = "  NOT PRESENT"
006690          DISPLAY "CYCLE " WS-CYCLE " REFUSED - " WS-CYCLE-FILE
006700            " NOT PRESENT"
006710          STOP RUN
006720        END-IF
006730        EVALUATE WS-CYCLE-DESK
006740          WHEN "O"
006750            DELETE FILE ORD-FILE
006760          WHEN "R"
006770            DELETE FILE RTE-FILE
006780          WHEN "W"
006790            DELETE FILE WHS-FILE
006800        END-EVALUATE.
006810
006820    3100-WRITE-BATCH-LINE.
006830        MOVE WS-BAT-ID TO BDT-BATCH-ID
006840        MOVE WS-BAT-DESK TO BDT-DESK-ID
006850        MOVE WS-BATCH-DISP TO BDT-DISPOSITION
006860        WRITE COLL-RPT-RECORD FROM BDT-LINE.
006870
006880*    ONE RETURN CONTROL RECORD PER DESK FOR MATHRTRN TO
006890*    OPEN THAT DESK'S RETURN FILE WITH: THE BATCH AS THE
006900*    DESK SENT IT AND WHAT COLLECTION MADE OF IT. A CYCLE
006910*    WRITES THE ONE FOR ITS BATCH TO MATHRTNC.CNN, WHICH THE
006920*    NIGHTLY MATHRTRN ADDS TO THE DESK'S RETURN FILE.
006930    3150-WRITE-RETURN-CONTROL.
006940        MOVE SPACES TO RTNC-RECORD
006950        MOVE "H" TO RTN-RECORD-ID
006960        MOVE WS-AREA-SOURCE-ID TO RTN-DESK-ID
006970        MOVE ZERO TO RTN-BUS-DATE
006980        IF CDT-NOTE = "  NOT PRESENT"
006990          MOVE SPACES TO RTN-HDR-BATCH-ID
007000          MOVE ZERO TO RTN-HDR-CREATE-DATE
007010          MOVE "NOT PRESENT" TO RTN-BATCH-STATUS
007020          MOVE ZERO TO RTN-ORIG-COUNT
007030          MOVE ZERO TO RTN-ORIG-HASH
007040        ELSE
007050          MOVE WS-BAT-ID TO RTN-HDR-BATCH-ID
007060          MOVE WS-BAT-CREATE-DATE TO RTN-HDR-CREATE-DATE
007070          MOVE WS-BATCH-DISP TO RTN-BATCH-STATUS
007080          MOVE WS-TRL-COUNT TO RTN-ORIG-COUNT
007090          MOVE WS-TRL-HASH TO RTN-ORIG-HASH
007100        END-IF
007110        WRITE RTNC-RECORD.
