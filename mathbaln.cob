000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT TRANS-FILE ASSIGN USING WS-TRANS-NAME
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-TRANS-FILE-STATUS.
000100        SELECT CLEAN-FILE ASSIGN USING WS-CLEAN-NAME
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-CLEAN-FILE-STATUS.
000130        SELECT REJECT-FILE ASSIGN USING WS-REJECT-NAME
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-REJECT-FILE-STATUS.
000160        SELECT SUSP-IN-FILE ASSIGN TO "MATHSUSP.DAT"
000280        SELECT HARD-REJ-FILE ASSIGN TO "MATHHREJ.TXT"
000290          ORGANIZATION IS LINE SEQUENTIAL
000300          FILE STATUS IS WS-HARD-REJ-FILE-STATUS.
000310        SELECT ARIN-FILE ASSIGN TO "MATHARIN.DAT"
000320          ORGANIZATION IS LINE SEQUENTIAL
000330          FILE STATUS IS WS-ARIN-FILE-STATUS.
000340        SELECT CHECKPOINT-FILE ASSIGN USING WS-CKPT-NAME
000350          ORGANIZATION IS LINE SEQUENTIAL
000360          FILE STATUS IS WS-CKPT-FILE-STATUS.
000370        SELECT RUNC-FILE ASSIGN TO "MATHRUNC.DAT"
000380          ORGANIZATION IS LINE SEQUENTIAL
000390          FILE STATUS IS WS-RUNC-FILE-STATUS.
000400        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000410          ORGANIZATION IS LINE SEQUENTIAL
000420          FILE STATUS IS WS-PARAM-FILE-STATUS.
000430        SELECT BALN-RPT-FILE ASSIGN TO "MATHBALC.TXT"
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS WS-BALN-RPT-FILE-STATUS.
000460        SELECT CREG-FILE ASSIGN TO "MATHCREG.DAT"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-CREG-FILE-STATUS.
000490  DATA DIVISION.
000500    FILE SECTION.
000510      FD  TRANS-FILE.
000520      01 TRAN-RECORD.
000530          COPY TRANREC.
000540      FD  CLEAN-FILE.
000550      01 CLEAN-RECORD PIC X(50).
000560      FD  REJECT-FILE.
000570      01 REJECT-RECORD.
000580          05 REJ-TRAN-DATA PIC X(36).
000590          05 REJ-REASON-CODE PIC XX.
000600          05 REJ-BATCH-TRAIL PIC X(14).
000610      FD  SUSP-IN-FILE.
000620      01 SUSP-IN-RECORD PIC X(76).
000630      FD  SUSP-OUT-FILE.
000640      01 SUSP-OUT-RECORD PIC X(76).
000650      FD  CFWD-IN-FILE.
000660      01 CFWD-IN-RECORD PIC X(50).
000670      FD  CFWD-OUT-FILE.
000680      01 CFWD-OUT-RECORD PIC X(50).
000690      FD  ARIN-FILE.
000700      01 ARIN-RECORD PIC X(85).
000710      FD  HARD-REJ-FILE.
000720      01 HARD-REJ-RECORD PIC X(100).
000730      FD  CHECKPOINT-FILE.
000740      01 CHECKPOINT-RECORD.
000750          COPY CKPTREC.
000760      FD  RUNC-FILE.
000770      01 RUNC-RECORD.
000780          COPY RUNREC.
000790      FD  PARAM-FILE.
000800      01 PARAM-RECORD.
000810          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000820          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000830          05 PARM-MAX-RECYCLE PIC 99.
000840          05 PARM-BUS-DATE PIC 9(8).
000850      FD  BALN-RPT-FILE.
000860      01 BALN-RPT-RECORD PIC X(100).
000870      FD  CREG-FILE.
000880      01 CREG-RECORD.
000890          COPY CREGREC.
000900    WORKING-STORAGE SECTION.
000910      01 WS-TRANS-NAME PIC X(12) VALUE "TRANS.DAT".
000920      01 WS-CLEAN-NAME PIC X(12) VALUE "TRANSCLN.DAT".
000930      01 WS-REJECT-NAME PIC X(12) VALUE "MATHREJ.DAT".
000940      01 WS-CKPT-NAME PIC X(12) VALUE "MATHCKPT.TXT".
000950      01 WS-CYCLE PIC 99 VALUE ZERO.
000960      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000970      01 WS-CKPT-SUM PIC S9(10)V99 VALUE ZERO.
000980      01 WS-CKPT-CFWD PIC 9(8) VALUE ZERO.
000990      01 WS-CYC-IX PIC 999 VALUE ZERO.
001000      01 WS-TRANS-FILE-STATUS PIC XX VALUE "00".
001010      01 WS-CLEAN-FILE-STATUS PIC XX VALUE "00".
001020      01 WS-REJECT-FILE-STATUS PIC XX VALUE "00".
001030      01 WS-SUSP-IN-FILE-STATUS PIC XX VALUE "00".
001040      01 WS-SUSP-OUT-FILE-STATUS PIC XX VALUE "00".
001050      01 WS-CFWD-IN-FILE-STATUS PIC XX VALUE "00".
001060      01 WS-CFWD-OUT-FILE-STATUS PIC XX VALUE "00".
001070      01 WS-HARD-REJ-FILE-STATUS PIC XX VALUE "00".
001080      01 WS-CKPT-FILE-STATUS PIC XX VALUE "00".
001090      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
001100      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
001110      01 WS-BALN-RPT-FILE-STATUS PIC XX VALUE "00".
001120      01 WS-ARIN-FILE-STATUS PIC XX VALUE "00".
001130      01 WS-CREG-FILE-STATUS PIC XX VALUE "00".
001140      01 WS-EOF-FLAG PIC X VALUE "N".
001150      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
001160      01 WS-TRANS-COUNT PIC 9(8) VALUE ZERO.
001170      01 WS-TRANS-ORD PIC 9(8) VALUE ZERO.
001180      01 WS-TRANS-RTE PIC 9(8) VALUE ZERO.
001190      01 WS-TRANS-WHS PIC 9(8) VALUE ZERO.
001200      01 WS-CLEAN-COUNT PIC 9(8) VALUE ZERO.
001210      01 WS-REJECT-COUNT PIC 9(8) VALUE ZERO.
001220      01 WS-SUSP-IN-COUNT PIC 9(8) VALUE ZERO.
001230      01 WS-SUSP-OUT-COUNT PIC 9(8) VALUE ZERO.
001240      01 WS-CFWD-IN-COUNT PIC 9(8) VALUE ZERO.
001250      01 WS-CFWD-OUT-COUNT PIC 9(8) VALUE ZERO.
001260      01 WS-ARIN-COUNT PIC 9(8) VALUE ZERO.
001270      01 WS-HARD-REJ-COUNT PIC 9(8) VALUE ZERO.
001280      01 WS-CKPT-AVAIL PIC X VALUE "N".
001290      01 WS-CKPT-COMPLETE PIC X VALUE "N".
001300      01 WS-PROC-COUNT PIC 9(8) VALUE ZERO.
001310      01 WS-GOOD-COUNT PIC S9(8) VALUE ZERO.
001320      01 WS-RUNC-AVAIL PIC X VALUE "N".
001330      01 WS-COLL-RUNC-COUNT PIC 9(8) VALUE ZERO.
001340      01 WS-COLL-RUNC-FOUND PIC X VALUE "N".
001350      01 WS-EDIT-RUNC-COUNT PIC 9(8) VALUE ZERO.
001360      01 WS-EDIT-RUNC-FOUND PIC X VALUE "N".
001370      01 WS-MATH-IN-TOTAL PIC 9(8) VALUE ZERO.
001380      01 WS-MATH-OUT-TOTAL PIC 9(8) VALUE ZERO.
001390      01 WS-BROKEN-LEG PIC X(20) VALUE SPACES.
001400      01 WS-BROKEN-COUNT PIC 9(8) VALUE ZERO.
001410      01 WS-NIGHT-PROC PIC 9(8) VALUE ZERO.
001420      01 WS-NIGHT-SUM PIC S9(10)V99 VALUE ZERO.
001430      01 WS-DAY-COUNT PIC 9(8) VALUE ZERO.
001440      01 WS-DAY-SUM PIC S9(10)V99 VALUE ZERO.
001450      01 WS-CURRENT-DATE.
001460          05 WS-CURR-YYYY PIC 9(4).
001470          05 WS-CURR-MM PIC 9(2).
001480          05 WS-CURR-DD PIC 9(2).
001490      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001500          PIC 9(8).
001510      01 WS-RUN-DATE-DISP PIC X(10).
001520      01 WS-CURRENT-TIME PIC 9(8).
001530      01 WS-TIME-DISP PIC X(8).
001540      01 SUM-LINE.
001550          05 SUM-LABEL PIC X(30).
001560          05 SUM-COUNT PIC Z(7)9.
001570          05 FILLER PIC X(7) VALUE "  SUM:".
001580          05 SUM-AMOUNT PIC +Z(9)9.99.
001590      01 HDR-LINE-1.
001600          05 FILLER PIC X(20) VALUE "MATH ACCOUNTABILITY".
001610          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001620          05 HDR1-RUN-DATE PIC X(10).
001630      01 HDR-LINE-2.
001640          05 FILLER PIC X(15) VALUE "BUSINESS DATE:".
001650          05 HDR2-BUS-DATE PIC 9(8).
001660      01 CNT-LINE.
001670          05 CNT-LABEL PIC X(30).
001680          05 CNT-COUNT PIC Z(7)9.
001690          05 CNT-NOTE PIC X(24).
001700      01 LEG-LINE.
001710          05 FILLER PIC X(5) VALUE "LEG".
001720          05 LEG-NAME PIC X(12).
001730          05 LEG-VERDICT PIC X(40).
001740      01 CERT-LINE.
001750          05 FILLER PIC X(13) VALUE "CERTIFICATE:".
001760          05 CERT-TEXT PIC X(50).
001770      01 WS-CYC-TABLE.
001780          05 WS-CYC-ENTRY OCCURS 99.
001790            10 WS-CYC-SEEN PIC X.
001800            10 WS-CYC-COLL-FOUND PIC X.
001810            10 WS-CYC-COLL-COUNT PIC 9(8).
001820            10 WS-CYC-RECN-VERDICT PIC X(8).
001830            10 WS-CYC-PROC PIC 9(8).
001840            10 WS-CYC-SUM PIC S9(10)V99.
001850  PROCEDURE DIVISION.
001860    0000-MAIN-PROCESS.
001870        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001880        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
001890        PERFORM 1200-READ-PARAMETERS
001900        PERFORM 1300-READ-CHECKPOINT
001910        PERFORM 1400-READ-RUN-CONTROL
001920        PERFORM 1500-READ-CYCLE-VERDICTS
001930        PERFORM 2100-COUNT-TRANS
001940        PERFORM 2200-COUNT-CLEAN
001950        PERFORM 2300-COUNT-REJECTS
001960        PERFORM 2400-COUNT-SUSPENSE-IN
001970        PERFORM 2500-COUNT-SUSPENSE-OUT
001980        PERFORM 2600-COUNT-CARRY-IN
001990        PERFORM 2700-COUNT-CARRY-OUT
002000        PERFORM 2650-COUNT-RELEASES
002010        PERFORM 2800-COUNT-HARD-REJECTS
002020        PERFORM 3000-WRITE-CERTIFICATE
002030        STOP RUN.
002040
002050    1200-READ-PARAMETERS.
002060        OPEN INPUT PARAM-FILE
002070        IF WS-PARAM-FILE-STATUS = "00"
002080          READ PARAM-FILE
002090            NOT AT END
002100              IF PARM-BUS-DATE IS NUMERIC
002110                  AND PARM-BUS-DATE > ZERO
002120                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002130              END-IF
002140          END-READ
002150          CLOSE PARAM-FILE
002160        END-IF.
002170
002180    1300-READ-CHECKPOINT.
002190        OPEN INPUT CHECKPOINT-FILE
002200        IF WS-CKPT-FILE-STATUS = "00"
002210          READ CHECKPOINT-FILE
002220            NOT AT END
002230              MOVE "Y" TO WS-CKPT-AVAIL
002240              MOVE CKPT-REC-COUNT TO WS-PROC-COUNT
002250              MOVE CKPT-NUM3-SUM TO WS-CKPT-SUM
002260              MOVE CKPT-CFWD-COUNT TO WS-CKPT-CFWD
002270              IF CKPT-STATUS = "COMPLETE"
002280                MOVE "Y" TO WS-CKPT-COMPLETE
002290              END-IF
002300          END-READ
002310          CLOSE CHECKPOINT-FILE
002320        END-IF.
002330
002340    1400-READ-RUN-CONTROL.
002350        INITIALIZE WS-CYC-TABLE
002360        OPEN INPUT RUNC-FILE
002370        IF WS-RUNC-FILE-STATUS = "00"
002380          MOVE "Y" TO WS-RUNC-AVAIL
002390          MOVE "N" TO WS-EOF-FLAG
002400          PERFORM 1410-READ-RUNC-RECORD
002410          PERFORM UNTIL WS-EOF-FLAG = "Y"
002420            PERFORM 1420-NOTE-STEP-COUNT
002430            PERFORM 1410-READ-RUNC-RECORD
002440          END-PERFORM
002450          CLOSE RUNC-FILE
002460        END-IF.
002470
002480    1410-READ-RUNC-RECORD.
002490        READ RUNC-FILE
002500          AT END
002510            MOVE "Y" TO WS-EOF-FLAG
002520        END-READ.
002530
002540    1420-NOTE-STEP-COUNT.
002550        IF RUNC-CYCLE IS NOT NUMERIC
002560          MOVE ZERO TO RUNC-CYCLE
002570        END-IF
002580        IF RUNC-BUS-DATE = WS-BUS-DATE AND RUNC-CYCLE > ZERO
002590          PERFORM 1430-NOTE-CYCLE-STEP
002600        END-IF
002610        IF RUNC-BUS-DATE = WS-BUS-DATE
002620            AND RUNC-STATUS = "COMPLETE"
002630            AND RUNC-CYCLE = ZERO
002640          IF RUNC-STEP = "MATHCOLL"
002650            MOVE "Y" TO WS-COLL-RUNC-FOUND
002660            MOVE RUNC-REC-COUNT TO WS-COLL-RUNC-COUNT
002670          END-IF
002680          IF RUNC-STEP = "MATHEDIT"
002690            MOVE "Y" TO WS-EDIT-RUNC-FOUND
002700            MOVE RUNC-REC-COUNT TO WS-EDIT-RUNC-COUNT
002710          END-IF
002720        END-IF.
002730
002740*    A STEP OF AN INTRADAY CYCLE (SEE CYCLREC). THE CYCLE IS
002750*    BALANCED ON ITS OWN BELOW, SO ANY CYCLE STARTED FOR THE
002760*    DATE MUST HAVE FINISHED FOR THE DAY TO BALANCE.
002770    1430-NOTE-CYCLE-STEP.
002780        MOVE RUNC-CYCLE TO WS-CYC-IX
002790        MOVE "Y" TO WS-CYC-SEEN(WS-CYC-IX)
002800        IF RUNC-STEP = "MATHCOLL" AND RUNC-STATUS = "COMPLETE"
002810          MOVE "Y" TO WS-CYC-COLL-FOUND(WS-CYC-IX)
002820          MOVE RUNC-REC-COUNT TO WS-CYC-COLL-COUNT(WS-CYC-IX)
002830        END-IF.
002840
002850*    THE LATEST MATHRECN VERDICT FOR EACH CYCLE OF THE DATE.
002860    1500-READ-CYCLE-VERDICTS.
002870        OPEN INPUT CREG-FILE
002880        IF WS-CREG-FILE-STATUS = "00"
002890          MOVE "N" TO WS-EOF-FLAG
002900          PERFORM 1510-READ-CREG-RECORD
002910          PERFORM UNTIL WS-EOF-FLAG = "Y"
002920            IF CREG-CYCLE IS NOT NUMERIC
002930              MOVE ZERO TO CREG-CYCLE
002940            END-IF
002950            IF CREG-BUS-DATE = WS-BUS-DATE
002960                AND CREG-STEP = "MATHRECN"
002970                AND CREG-CYCLE > ZERO
002980              MOVE CREG-CYCLE TO WS-CYC-IX
002990              MOVE CREG-VERDICT TO WS-CYC-RECN-VERDICT(WS-CYC-IX)
003000            END-IF
003010            PERFORM 1510-READ-CREG-RECORD
003020          END-PERFORM
003030          CLOSE CREG-FILE
003040        END-IF.
003050
003060    1510-READ-CREG-RECORD.
003070        READ CREG-FILE
003080          AT END
003090            MOVE "Y" TO WS-EOF-FLAG
003100        END-READ.
003110
003120    2100-COUNT-TRANS.
003130        OPEN INPUT TRANS-FILE
003140        IF WS-TRANS-FILE-STATUS = "00"
003150          MOVE "N" TO WS-EOF-FLAG
003160          PERFORM 2110-READ-TRANS
003170          PERFORM UNTIL WS-EOF-FLAG = "Y"
003180            ADD 1 TO WS-TRANS-COUNT
003190            EVALUATE TRAN-SOURCE-ID
003200              WHEN "O"
003210                ADD 1 TO WS-TRANS-ORD
003220              WHEN "R"
003230                ADD 1 TO WS-TRANS-RTE
003240              WHEN "W"
003250                ADD 1 TO WS-TRANS-WHS
003260            END-EVALUATE
003270            PERFORM 2110-READ-TRANS
003280          END-PERFORM
003290          CLOSE TRANS-FILE
003300        END-IF.
003310
003320    2110-READ-TRANS.
003330        READ TRANS-FILE
003340          AT END
003350            MOVE "Y" TO WS-EOF-FLAG
003360        END-READ.
003370
003380    2200-COUNT-CLEAN.
003390        OPEN INPUT CLEAN-FILE
003400        IF WS-CLEAN-FILE-STATUS = "00"
003410          MOVE "N" TO WS-EOF-FLAG
003420          PERFORM 2210-READ-CLEAN
003430          PERFORM UNTIL WS-EOF-FLAG = "Y"
003440            ADD 1 TO WS-CLEAN-COUNT
003450            PERFORM 2210-READ-CLEAN
003460          END-PERFORM
003470          CLOSE CLEAN-FILE
003480        END-IF.
003490
003500    2210-READ-CLEAN.
003510        READ CLEAN-FILE
003520          AT END
003530            MOVE "Y" TO WS-EOF-FLAG
003540        END-READ.
003550
003560*    A REASON "10" LINE IS A HOLD DECLINED BY MATHAPRV, NOT AN
003570*    EDIT REJECT, SO IT IS NOT PART OF THE EDIT LEG.
003580    2300-COUNT-REJECTS.
003590        OPEN INPUT REJECT-FILE
003600        IF WS-REJECT-FILE-STATUS = "00"
003610          MOVE "N" TO WS-EOF-FLAG
003620          PERFORM 2310-READ-REJECT
003630          PERFORM UNTIL WS-EOF-FLAG = "Y"
003640            IF REJ-REASON-CODE NOT = "10"
003650              ADD 1 TO WS-REJECT-COUNT
003660            END-IF
003670            PERFORM 2310-READ-REJECT
003680          END-PERFORM
003690          CLOSE REJECT-FILE
003700        END-IF.
003710
003720    2310-READ-REJECT.
003730        READ REJECT-FILE
003740          AT END
003750            MOVE "Y" TO WS-EOF-FLAG
003760        END-READ.
003770
003780    2400-COUNT-SUSPENSE-IN.
003790        OPEN INPUT SUSP-IN-FILE
003800        IF WS-SUSP-IN-FILE-STATUS = "00"
003810          MOVE "N" TO WS-EOF-FLAG
003820          PERFORM 2410-READ-SUSPENSE-IN
003830          PERFORM UNTIL WS-EOF-FLAG = "Y"
003840            ADD 1 TO WS-SUSP-IN-COUNT
003850            PERFORM 2410-READ-SUSPENSE-IN
003860          END-PERFORM
003870          CLOSE SUSP-IN-FILE
003880        END-IF.
003890
003900    2410-READ-SUSPENSE-IN.
003910        READ SUSP-IN-FILE
003920          AT END
003930            MOVE "Y" TO WS-EOF-FLAG
003940        END-READ.
003950
003960    2500-COUNT-SUSPENSE-OUT.
003970        OPEN INPUT SUSP-OUT-FILE
003980        IF WS-SUSP-OUT-FILE-STATUS = "00"
003990          MOVE "N" TO WS-EOF-FLAG
004000          PERFORM 2510-READ-SUSPENSE-OUT
004010          PERFORM UNTIL WS-EOF-FLAG = "Y"
004020            ADD 1 TO WS-SUSP-OUT-COUNT
004030            PERFORM 2510-READ-SUSPENSE-OUT
004040          END-PERFORM
004050          CLOSE SUSP-OUT-FILE
004060        END-IF.
004070
004080    2510-READ-SUSPENSE-OUT.
004090        READ SUSP-OUT-FILE
004100          AT END
004110            MOVE "Y" TO WS-EOF-FLAG
004120        END-READ.
004130
004140    2600-COUNT-CARRY-IN.
004150        OPEN INPUT CFWD-IN-FILE
004160        IF WS-CFWD-IN-FILE-STATUS = "00"
004170          MOVE "N" TO WS-EOF-FLAG
004180          PERFORM 2610-READ-CARRY-IN
004190          PERFORM UNTIL WS-EOF-FLAG = "Y"
004200            ADD 1 TO WS-CFWD-IN-COUNT
004210            PERFORM 2610-READ-CARRY-IN
004220          END-PERFORM
004230          CLOSE CFWD-IN-FILE
004240        END-IF.
004250
004260    2610-READ-CARRY-IN.
004270        READ CFWD-IN-FILE
004280          AT END
004290            MOVE "Y" TO WS-EOF-FLAG
004300        END-READ.
004310
004320*    RESULTS RELEASED FROM THE OVER-LIMIT HOLD ARE A FOURTH
004330*    INPUT TO MATH ALONGSIDE THE CLEAN, SUSPENSE AND
004340*    CARRY-FORWARD FILES.
004350    2650-COUNT-RELEASES.
004360        OPEN INPUT ARIN-FILE
004370        IF WS-ARIN-FILE-STATUS = "00"
004380          MOVE "N" TO WS-EOF-FLAG
004390          PERFORM 2660-READ-RELEASE
004400          PERFORM UNTIL WS-EOF-FLAG = "Y"
004410            ADD 1 TO WS-ARIN-COUNT
004420            PERFORM 2660-READ-RELEASE
004430          END-PERFORM
004440          CLOSE ARIN-FILE
004450        END-IF.
004460
004470    2660-READ-RELEASE.
004480        READ ARIN-FILE
004490          AT END
004500            MOVE "Y" TO WS-EOF-FLAG
004510        END-READ.
004520
004530    2700-COUNT-CARRY-OUT.
004540        OPEN INPUT CFWD-OUT-FILE
004550        IF WS-CFWD-OUT-FILE-STATUS = "00"
004560          MOVE "N" TO WS-EOF-FLAG
004570          PERFORM 2710-READ-CARRY-OUT
004580          PERFORM UNTIL WS-EOF-FLAG = "Y"
004590            ADD 1 TO WS-CFWD-OUT-COUNT
004600            PERFORM 2710-READ-CARRY-OUT
004610          END-PERFORM
004620          CLOSE CFWD-OUT-FILE
004630        END-IF.
004640
004650    2710-READ-CARRY-OUT.
004660        READ CFWD-OUT-FILE
004670          AT END
004680            MOVE "Y" TO WS-EOF-FLAG
004690        END-READ.
004700
004710    2800-COUNT-HARD-REJECTS.
004720        OPEN INPUT HARD-REJ-FILE
004730        IF WS-HARD-REJ-FILE-STATUS = "00"
004740          MOVE "N" TO WS-EOF-FLAG
004750          PERFORM 2810-READ-HARD-REJECT
004760          PERFORM UNTIL WS-EOF-FLAG = "Y"
004770            ADD 1 TO WS-HARD-REJ-COUNT
004780            PERFORM 2810-READ-HARD-REJECT
004790          END-PERFORM
004800          CLOSE HARD-REJ-FILE
004810        END-IF.
004820
004830    2810-READ-HARD-REJECT.
004840        READ HARD-REJ-FILE
004850          AT END
004860            MOVE "Y" TO WS-EOF-FLAG
004870        END-READ.
004880
004890    3000-WRITE-CERTIFICATE.
004900        OPEN OUTPUT BALN-RPT-FILE
004910        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
004920          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
004930        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
004940        WRITE BALN-RPT-RECORD FROM HDR-LINE-1
004950        MOVE WS-BUS-DATE TO HDR2-BUS-DATE
004960        WRITE BALN-RPT-RECORD FROM HDR-LINE-2
004970        MOVE SPACES TO BALN-RPT-RECORD
004980        WRITE BALN-RPT-RECORD
004990        PERFORM 3100-WRITE-COLLECTION-LEG
005000        PERFORM 3200-WRITE-EDIT-LEG
005010        PERFORM 3300-WRITE-MATH-LEG
005020        PERFORM 4000-BALANCE-CYCLES
005030        PERFORM 4500-WRITE-DAY-TOTALS
005040        MOVE SPACES TO BALN-RPT-RECORD
005050        WRITE BALN-RPT-RECORD
005060        IF WS-BROKEN-LEG = SPACES
005070          MOVE "IN BALANCE - ALL LEGS ACCOUNT FOR ALL RECORDS"
005080            TO CERT-TEXT
005090        ELSE
005100          MOVE SPACES TO CERT-TEXT
005110          STRING "OUT OF BALANCE - " WS-BROKEN-LEG
005120            DELIMITED BY SIZE INTO CERT-TEXT
005130        END-IF
005140        WRITE BALN-RPT-RECORD FROM CERT-LINE
005150        CLOSE BALN-RPT-FILE
005160        PERFORM 3500-REGISTER-CERTIFICATE.
005170
005180    3100-WRITE-COLLECTION-LEG.
005190        MOVE SPACES TO CNT-NOTE
005200        MOVE "COLLECTED (TRANS.DAT)" TO CNT-LABEL
005210        MOVE WS-TRANS-COUNT TO CNT-COUNT
005220        WRITE BALN-RPT-RECORD FROM CNT-LINE
005230        MOVE "  SOURCE O" TO CNT-LABEL
005240        MOVE WS-TRANS-ORD TO CNT-COUNT
005250        WRITE BALN-RPT-RECORD FROM CNT-LINE
005260        MOVE "  SOURCE R" TO CNT-LABEL
005270        MOVE WS-TRANS-RTE TO CNT-COUNT
005280        WRITE BALN-RPT-RECORD FROM CNT-LINE
005290        MOVE "  SOURCE W" TO CNT-LABEL
005300        MOVE WS-TRANS-WHS TO CNT-COUNT
005310        WRITE BALN-RPT-RECORD FROM CNT-LINE
005320        MOVE "COLLECTION" TO LEG-NAME
005330        IF WS-COLL-RUNC-FOUND = "Y"
005340          IF WS-COLL-RUNC-COUNT = WS-TRANS-COUNT
005350            MOVE "IN BALANCE WITH RUN CONTROL" TO LEG-VERDICT
005360          ELSE
005370            MOVE "COUNT DIFFERS FROM RUN CONTROL"
005380              TO LEG-VERDICT
005390            PERFORM 3400-NOTE-BROKEN-LEG
005400          END-IF
005410        ELSE
005420          MOVE "NO RUN CONTROL COUNT - NOT PROVEN"
005430            TO LEG-VERDICT
005440        END-IF
005450        WRITE BALN-RPT-RECORD FROM LEG-LINE
005460        MOVE SPACES TO BALN-RPT-RECORD
005470        WRITE BALN-RPT-RECORD.
005480
005490    3200-WRITE-EDIT-LEG.
005500        MOVE SPACES TO CNT-NOTE
005510        MOVE "EDIT PASSED (TRANSCLN.DAT)" TO CNT-LABEL
005520        MOVE WS-CLEAN-COUNT TO CNT-COUNT
005530        WRITE BALN-RPT-RECORD FROM CNT-LINE
005540        MOVE "EDIT REJECTS (MATHREJ.DAT)" TO CNT-LABEL
005550        MOVE WS-REJECT-COUNT TO CNT-COUNT
005560        WRITE BALN-RPT-RECORD FROM CNT-LINE
005570        MOVE "EDIT" TO LEG-NAME
005580        IF WS-CLEAN-COUNT + WS-REJECT-COUNT = WS-TRANS-COUNT
005590          MOVE "IN BALANCE - PASSED + REJECTS = INPUT"
005600            TO LEG-VERDICT
005610        ELSE
005620          MOVE "PASSED + REJECTS DO NOT EQUAL INPUT"
005630            TO LEG-VERDICT
005640          PERFORM 3400-NOTE-BROKEN-LEG
005650        END-IF
005660        WRITE BALN-RPT-RECORD FROM LEG-LINE
005670        MOVE SPACES TO BALN-RPT-RECORD
005680        WRITE BALN-RPT-RECORD.
005690
005700    3300-WRITE-MATH-LEG.
005710        COMPUTE WS-MATH-IN-TOTAL = WS-CLEAN-COUNT
005720          + WS-SUSP-IN-COUNT + WS-CFWD-IN-COUNT + WS-ARIN-COUNT
005730        COMPUTE WS-GOOD-COUNT = WS-PROC-COUNT
005740          - WS-SUSP-OUT-COUNT - WS-HARD-REJ-COUNT
005750        COMPUTE WS-MATH-OUT-TOTAL = WS-PROC-COUNT
005760          + WS-CFWD-OUT-COUNT
005770        MOVE SPACES TO CNT-NOTE
005780        MOVE "MATH IN (TRANSCLN.DAT)" TO CNT-LABEL
005790        MOVE WS-CLEAN-COUNT TO CNT-COUNT
005800        WRITE BALN-RPT-RECORD FROM CNT-LINE
005810        MOVE "MATH IN (MATHSUSP.DAT)" TO CNT-LABEL
005820        MOVE WS-SUSP-IN-COUNT TO CNT-COUNT
005830        WRITE BALN-RPT-RECORD FROM CNT-LINE
005840        MOVE "MATH IN (MATHCFWD.DAT)" TO CNT-LABEL
005850        MOVE WS-CFWD-IN-COUNT TO CNT-COUNT
005860        WRITE BALN-RPT-RECORD FROM CNT-LINE
005870        MOVE "MATH IN (MATHARIN.DAT)" TO CNT-LABEL
005880        MOVE WS-ARIN-COUNT TO CNT-COUNT
005890        WRITE BALN-RPT-RECORD FROM CNT-LINE
005900        MOVE "RESULTS COMPLETED" TO CNT-LABEL
005910        MOVE WS-GOOD-COUNT TO CNT-COUNT
005920        WRITE BALN-RPT-RECORD FROM CNT-LINE
005930        MOVE "SUSPENSE OUT (MATHSUSO.DAT)" TO CNT-LABEL
005940        MOVE WS-SUSP-OUT-COUNT TO CNT-COUNT
005950        WRITE BALN-RPT-RECORD FROM CNT-LINE
005960        MOVE "HARD REJECTS (MATHHREJ.TXT)" TO CNT-LABEL
005970        MOVE WS-HARD-REJ-COUNT TO CNT-COUNT
005980        WRITE BALN-RPT-RECORD FROM CNT-LINE
005990        MOVE "CARRY FWD OUT (MATHCFWO.DAT)" TO CNT-LABEL
006000        MOVE WS-CFWD-OUT-COUNT TO CNT-COUNT
006010        WRITE BALN-RPT-RECORD FROM CNT-LINE
006020        MOVE "MATH" TO LEG-NAME
006030        IF WS-CKPT-AVAIL NOT = "Y"
006040          MOVE "NO CHECKPOINT - NOT PROVEN" TO LEG-VERDICT
006050          PERFORM 3400-NOTE-BROKEN-LEG
006060        ELSE
006070          IF WS-CKPT-COMPLETE NOT = "Y"
006080            MOVE "MATH STEP NOT COMPLETE" TO LEG-VERDICT
006090            PERFORM 3400-NOTE-BROKEN-LEG
006100          ELSE
006110            IF WS-MATH-IN-TOTAL = WS-MATH-OUT-TOTAL
006120              MOVE "IN BALANCE - IN = OUT" TO LEG-VERDICT
006130            ELSE
006140              MOVE "RECORDS IN DO NOT EQUAL RECORDS OUT"
006150                TO LEG-VERDICT
006160              PERFORM 3400-NOTE-BROKEN-LEG
006170            END-IF
006180          END-IF
006190        END-IF
006200        WRITE BALN-RPT-RECORD FROM LEG-LINE.
006210
006220    3400-NOTE-BROKEN-LEG.
006230        ADD 1 TO WS-BROKEN-COUNT
006240        IF WS-BROKEN-LEG = SPACES
006250          MOVE LEG-NAME TO WS-BROKEN-LEG
006260        END-IF.
006270
006280*    THE VERDICT GOES ON THE CERTIFICATE REGISTER, WHERE THE
006290*    FEED RELEASE STEP LOOKS FOR IT.
006300    3500-REGISTER-CERTIFICATE.
006310        ACCEPT WS-CURRENT-TIME FROM TIME
006320        MOVE WS-CURRENT-TIME(1:2) TO WS-TIME-DISP(1:2)
006330        MOVE ":" TO WS-TIME-DISP(3:1)
006340        MOVE WS-CURRENT-TIME(3:2) TO WS-TIME-DISP(4:2)
006350        MOVE ":" TO WS-TIME-DISP(6:1)
006360        MOVE WS-CURRENT-TIME(5:2) TO WS-TIME-DISP(7:2)
006370        OPEN EXTEND CREG-FILE
006380        IF WS-CREG-FILE-STATUS = "35"
006390          OPEN OUTPUT CREG-FILE
006400        END-IF
006410        MOVE WS-BUS-DATE TO CREG-BUS-DATE
006420        MOVE "MATHBALN" TO CREG-STEP
006430        IF WS-BROKEN-COUNT = ZERO
006440          MOVE "CLEAN" TO CREG-VERDICT
006450        ELSE
006460          MOVE "EXCEPTN" TO CREG-VERDICT
006470        END-IF
006480        MOVE WS-CURRENT-DATE-NUM TO CREG-DATE
006490        MOVE WS-TIME-DISP TO CREG-TIME
006500        MOVE SPACES TO CREG-RUN-ID
006510        MOVE WS-BROKEN-COUNT TO CREG-EXC-COUNT
006520        MOVE ZERO TO CREG-CYCLE
006530        WRITE CREG-RECORD
006540        CLOSE CREG-FILE.
006550
006560*    EACH INTRADAY CYCLE RUN FOR THE DATE IS BALANCED FROM ITS
006570*    OWN .CNN FILES AFTER THE NIGHTLY LEGS ABOVE. A CYCLE TAKES
006580*    NO SUSPENSE, CARRY-FORWARD OR RELEASED INPUT, SO ITS MATH
006590*    LEG IS CLEAN = PROCESSED + CARRIED FORWARD.
006600    4000-BALANCE-CYCLES.
006610        MOVE WS-PROC-COUNT TO WS-NIGHT-PROC
006620        MOVE WS-PROC-COUNT TO WS-DAY-COUNT
006630        MOVE WS-CKPT-SUM TO WS-NIGHT-SUM
006640        MOVE WS-CKPT-SUM TO WS-DAY-SUM
006650        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
006660            UNTIL WS-CYC-IX > 99
006670          IF WS-CYC-SEEN(WS-CYC-IX) = "Y"
006680            PERFORM 4100-BALANCE-ONE-CYCLE
006690          END-IF
006700        END-PERFORM.
006710
006720    4100-BALANCE-ONE-CYCLE.
006730        MOVE WS-CYC-IX TO WS-CYCLE
006740        MOVE SPACES TO WS-CYCLE-SUFFIX
006750        STRING "C" WS-CYCLE DELIMITED BY SIZE
006760          INTO WS-CYCLE-SUFFIX
006770        MOVE SPACES TO WS-TRANS-NAME
006780        STRING "TRANS." WS-CYCLE-SUFFIX
006790          DELIMITED BY SIZE INTO WS-TRANS-NAME
006800        MOVE SPACES TO WS-CLEAN-NAME
006810        STRING "TRANSCLN." WS-CYCLE-SUFFIX
006820          DELIMITED BY SIZE INTO WS-CLEAN-NAME
006830        MOVE SPACES TO WS-REJECT-NAME
006840        STRING "MATHREJ." WS-CYCLE-SUFFIX
006850          DELIMITED BY SIZE INTO WS-REJECT-NAME
006860        MOVE SPACES TO WS-CKPT-NAME
006870        STRING "MATHCKPT." WS-CYCLE-SUFFIX
006880          DELIMITED BY SIZE INTO WS-CKPT-NAME
006890        MOVE ZERO TO WS-TRANS-COUNT
006900        MOVE ZERO TO WS-TRANS-ORD
006910        MOVE ZERO TO WS-TRANS-RTE
006920        MOVE ZERO TO WS-TRANS-WHS
006930        MOVE ZERO TO WS-CLEAN-COUNT
006940        MOVE ZERO TO WS-REJECT-COUNT
006950        MOVE ZERO TO WS-PROC-COUNT
006960        MOVE ZERO TO WS-CKPT-SUM
006970        MOVE ZERO TO WS-CKPT-CFWD
006980        MOVE "N" TO WS-CKPT-AVAIL
006990        MOVE "N" TO WS-CKPT-COMPLETE
007000        PERFORM 1300-READ-CHECKPOINT
007010        PERFORM 2100-COUNT-TRANS
007020        PERFORM 2200-COUNT-CLEAN
007030        PERFORM 2300-COUNT-REJECTS
007040        MOVE WS-PROC-COUNT TO WS-CYC-PROC(WS-CYC-IX)
007050        MOVE WS-CKPT-SUM TO WS-CYC-SUM(WS-CYC-IX)
007060        ADD WS-PROC-COUNT TO WS-DAY-COUNT
007070        ADD WS-CKPT-SUM TO WS-DAY-SUM
007080        MOVE SPACES TO BALN-RPT-RECORD
007090        WRITE BALN-RPT-RECORD
007100        MOVE SPACES TO BALN-RPT-RECORD
007110        STRING "INTRADAY CYCLE " WS-CYCLE DELIMITED BY SIZE
007120          INTO BALN-RPT-RECORD
007130        WRITE BALN-RPT-RECORD
007140        MOVE SPACES TO BALN-RPT-RECORD
007150        WRITE BALN-RPT-RECORD
007160        PERFORM 4110-WRITE-CYCLE-COLLECTION
007170        PERFORM 4120-WRITE-CYCLE-EDIT
007180        PERFORM 4130-WRITE-CYCLE-MATH
007190        PERFORM 4140-WRITE-CYCLE-RECN.
007200
007210*    THE CYCLE'S COLLECTION MUST HAVE FINISHED, SO A MISSING
007220*    RUN CONTROL COUNT BREAKS THE LEG.
007230    4110-WRITE-CYCLE-COLLECTION.
007240        MOVE SPACES TO CNT-NOTE
007250        MOVE SPACES TO CNT-LABEL
007260        STRING "COLLECTED (TRANS." WS-CYCLE-SUFFIX ")"
007270          DELIMITED BY SIZE INTO CNT-LABEL
007280        MOVE WS-TRANS-COUNT TO CNT-COUNT
007290        WRITE BALN-RPT-RECORD FROM CNT-LINE
007300        MOVE SPACES TO LEG-NAME
007310        STRING WS-CYCLE-SUFFIX " COLLECT" DELIMITED BY SIZE
007320          INTO LEG-NAME
007330        IF WS-CYC-COLL-FOUND(WS-CYC-IX) = "Y"
007340          IF WS-CYC-COLL-COUNT(WS-CYC-IX) = WS-TRANS-COUNT
007350            MOVE "IN BALANCE WITH RUN CONTROL" TO LEG-VERDICT
007360          ELSE
007370            MOVE "COUNT DIFFERS FROM RUN CONTROL"
007380              TO LEG-VERDICT
007390            PERFORM 3400-NOTE-BROKEN-LEG
007400          END-IF
007410        ELSE
007420          MOVE "COLLECTION NOT COMPLETE" TO LEG-VERDICT
007430          PERFORM 3400-NOTE-BROKEN-LEG
007440        END-IF
007450        WRITE BALN-RPT-RECORD FROM LEG-LINE.
007460
007470    4120-WRITE-CYCLE-EDIT.
007480        MOVE SPACES TO CNT-LABEL
007490        STRING "EDIT PASSED (TRANSCLN." WS-CYCLE-SUFFIX ")"
007500          DELIMITED BY SIZE INTO CNT-LABEL
007510        MOVE WS-CLEAN-COUNT TO CNT-COUNT
007520        WRITE BALN-RPT-RECORD FROM CNT-LINE
007530        MOVE SPACES TO CNT-LABEL
007540        STRING "EDIT REJECTS (MATHREJ." WS-CYCLE-SUFFIX ")"
007550          DELIMITED BY SIZE INTO CNT-LABEL
007560        MOVE WS-REJECT-COUNT TO CNT-COUNT
007570        WRITE BALN-RPT-RECORD FROM CNT-LINE
007580        MOVE SPACES TO LEG-NAME
007590        STRING WS-CYCLE-SUFFIX " EDIT" DELIMITED BY SIZE
007600          INTO LEG-NAME
007610        IF WS-CLEAN-COUNT + WS-REJECT-COUNT = WS-TRANS-COUNT
007620          MOVE "IN BALANCE - PASSED + REJECTS = INPUT"
007630            TO LEG-VERDICT
007640        ELSE
007650          MOVE "PASSED + REJECTS DO NOT EQUAL INPUT"
007660            TO LEG-VERDICT
007670          PERFORM 3400-NOTE-BROKEN-LEG
007680        END-IF
007690        WRITE BALN-RPT-RECORD FROM LEG-LINE.
007700
007710    4130-WRITE-CYCLE-MATH.
007720        MOVE SPACES TO CNT-LABEL
007730        STRING "PROCESSED (MATHCKPT." WS-CYCLE-SUFFIX ")"
007740          DELIMITED BY SIZE INTO CNT-LABEL
007750        MOVE WS-PROC-COUNT TO CNT-COUNT
007760        WRITE BALN-RPT-RECORD FROM CNT-LINE
007770        MOVE SPACES TO CNT-LABEL
007780        STRING "CARRIED FWD (MATHCKPT." WS-CYCLE-SUFFIX ")"
007790          DELIMITED BY SIZE INTO CNT-LABEL
007800        MOVE WS-CKPT-CFWD TO CNT-COUNT
007810        WRITE BALN-RPT-RECORD FROM CNT-LINE
007820        MOVE SPACES TO LEG-NAME
007830        STRING WS-CYCLE-SUFFIX " MATH" DELIMITED BY SIZE
007840          INTO LEG-NAME
007850        IF WS-CKPT-AVAIL NOT = "Y"
007860          MOVE "NO CHECKPOINT - NOT PROVEN" TO LEG-VERDICT
007870          PERFORM 3400-NOTE-BROKEN-LEG
007880        ELSE
007890          IF WS-CKPT-COMPLETE NOT = "Y"
007900            MOVE "MATH STEP NOT COMPLETE" TO LEG-VERDICT
007910            PERFORM 3400-NOTE-BROKEN-LEG
007920          ELSE
007930            IF WS-CLEAN-COUNT = WS-PROC-COUNT + WS-CKPT-CFWD
007940              MOVE "IN BALANCE - IN = OUT" TO LEG-VERDICT
007950            ELSE
007960              MOVE "RECORDS IN DO NOT EQUAL RECORDS OUT"
007970                TO LEG-VERDICT
007980              PERFORM 3400-NOTE-BROKEN-LEG
007990            END-IF
008000          END-IF
008010        END-IF
008020        WRITE BALN-RPT-RECORD FROM LEG-LINE.
008030
008040    4140-WRITE-CYCLE-RECN.
008050        MOVE SPACES TO LEG-NAME
008060        STRING WS-CYCLE-SUFFIX " RECON" DELIMITED BY SIZE
008070          INTO LEG-NAME
008080        EVALUATE WS-CYC-RECN-VERDICT(WS-CYC-IX)
008090          WHEN "CLEAN"
008100            MOVE "FEED AGREES WITH AUDIT" TO LEG-VERDICT
008110          WHEN "EXCEPTN"
008120            MOVE "FEED-AUDIT EXCEPTIONS - SEE MATHRECN"
008130              TO LEG-VERDICT
008140            PERFORM 3400-NOTE-BROKEN-LEG
008150          WHEN OTHER
008160            MOVE "CYCLE NOT RECONCILED" TO LEG-VERDICT
008170            PERFORM 3400-NOTE-BROKEN-LEG
008180        END-EVALUATE
008190        WRITE BALN-RPT-RECORD FROM LEG-LINE.
008200
008210*    THE DAY'S FIGURE IS THE NIGHTLY RUN PLUS EVERY CYCLE.
008220    4500-WRITE-DAY-TOTALS.
008230        MOVE SPACES TO BALN-RPT-RECORD
008240        WRITE BALN-RPT-RECORD
008250        MOVE "NIGHTLY RUN (MATHCKPT.TXT)" TO SUM-LABEL
008260        MOVE WS-NIGHT-PROC TO SUM-COUNT
008270        MOVE WS-NIGHT-SUM TO SUM-AMOUNT
008280        WRITE BALN-RPT-RECORD FROM SUM-LINE
008290        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
008300            UNTIL WS-CYC-IX > 99
008310          IF WS-CYC-SEEN(WS-CYC-IX) = "Y"
008320            PERFORM 4510-WRITE-CYCLE-TOTAL
008330          END-IF
008340        END-PERFORM
008350        MOVE "DAY TOTAL PROCESSED" TO SUM-LABEL
008360        MOVE WS-DAY-COUNT TO SUM-COUNT
008370        MOVE WS-DAY-SUM TO SUM-AMOUNT
008380        WRITE BALN-RPT-RECORD FROM SUM-LINE.
008390
008400    4510-WRITE-CYCLE-TOTAL.
008410        MOVE WS-CYC-IX TO WS-CYCLE
008420        MOVE SPACES TO SUM-LABEL
008430        STRING "INTRADAY CYCLE " WS-CYCLE DELIMITED BY SIZE
008440          INTO SUM-LABEL
008450        MOVE WS-CYC-PROC(WS-CYC-IX) TO SUM-COUNT
008460        MOVE WS-CYC-SUM(WS-CYC-IX) TO SUM-AMOUNT
008470        WRITE BALN-RPT-RECORD FROM SUM-LINE.
