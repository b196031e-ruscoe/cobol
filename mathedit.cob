000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT CYC-REJ-FILE ASSIGN USING WS-CYC-REJ-NAME
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-CYC-REJ-FILE-STATUS.
000100        SELECT CYCL-FILE ASSIGN TO "MATHCYCL.TXT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-CYCL-FILE-STATUS.
000130        SELECT RTNL-FILE ASSIGN TO "MATHRTNL.DAT"
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-RTNL-FILE-STATUS.
000160        SELECT TRANS-FILE ASSIGN USING WS-TRANS-NAME
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-TRANS-FILE-STATUS.
000190        SELECT CLEAN-FILE ASSIGN USING WS-CLEAN-NAME
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-CLEAN-FILE-STATUS.
000220        SELECT REJECT-FILE ASSIGN TO "MATHREJ.DAT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-REJECT-FILE-STATUS.
000250        SELECT EDIT-RPT-FILE ASSIGN USING WS-EDIT-RPT-NAME
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-EDIT-RPT-FILE-STATUS.
000280        SELECT AUDIT-FILE ASSIGN TO "MATHAUD.TXT"
000290          ORGANIZATION IS LINE SEQUENTIAL
000300          FILE STATUS IS WS-AUDIT-FILE-STATUS.
000310        SELECT RESULTS-FILE ASSIGN TO "RESULTS.MST"
000320          ORGANIZATION IS INDEXED
000330          ACCESS MODE IS RANDOM
000340          RECORD KEY IS RES-KEY
000350          FILE STATUS IS WS-RESULTS-FILE-STATUS.
000360  DATA DIVISION.
000370    FILE SECTION.
000380      FD  CYC-REJ-FILE.
000390      01 CYC-REJ-RECORD PIC X(52).
000400      FD  CYCL-FILE.
000410      01 CYCL-RECORD.
000420          COPY CYCLREC.
000430      FD  RTNL-FILE.
000440      01 RTNL-RECORD.
000450          COPY RTNREC.
000460      FD  TRANS-FILE.
000470      01 TRAN-RECORD.
000480          COPY TRANREC.
000490      FD  CLEAN-FILE.
000500      01 CLEAN-RECORD PIC X(50).
000510      FD  REJECT-FILE.
000520      01 REJECT-RECORD.
000530          05 REJ-TRAN-DATA PIC X(36).
000540          05 REJ-REASON-CODE PIC XX.
000550          05 REJ-BATCH-TRAIL PIC X(14).
000560      FD  EDIT-RPT-FILE.
000570      01 EDIT-RPT-RECORD PIC X(80).
000580      FD  AUDIT-FILE.
000590      01 AUDIT-RECORD PIC X(100).
000600      FD  RESULTS-FILE.
000610      01 RESULTS-RECORD.
000620          COPY RESREC.
000630    WORKING-STORAGE SECTION.
000640      01 WS-EOF-FLAG PIC X VALUE "N".
000650      01 WS-REASON-CODE PIC XX.
000660      01 WS-REASON-TEXT PIC X(20).
000670      01 WS-READ-COUNT PIC 9(8) VALUE ZERO.
000680      01 WS-CLEAN-COUNT PIC 9(8) VALUE ZERO.
000690      01 WS-REJECT-COUNT PIC 9(8) VALUE ZERO.
000700      01 WS-PAGE-NO PIC 9(4) VALUE ZERO.
000710      01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
000720      01 WS-MAX-LINES PIC 9(2) VALUE 20.
000730      01 WS-CURRENT-DATE.
000740          05 WS-CURR-YYYY PIC 9(4).
000750          05 WS-CURR-MM PIC 9(2).
000760          05 WS-CURR-DD PIC 9(2).
000770      01 WS-RUN-DATE-DISP PIC X(10).
000780      01 WS-AUD-NUM2 PIC S9(4)V99.
000790      01 WS-REV-TAB-COUNT PIC 9(4) VALUE ZERO.
000800      01 WS-REV-IX PIC 9(4) VALUE ZERO.
000810      01 WS-REV-ENTRY-KEY.
000820          05 WS-REV-KEY-TRAN PIC X(15).
000830          05 WS-REV-KEY-RUN-ID PIC X(8).
000840      01 WS-REV-TABLE.
000850          05 WS-REV-TAB-KEY PIC X(23) OCCURS 500.
000860      01 HDR-LINE-1.
000870          05 FILLER PIC X(20) VALUE "MATH EDIT REPORT".
000880          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000890          05 HDR1-RUN-DATE PIC X(10).
000900          05 FILLER PIC X(8) VALUE "   PAGE:".
000910          05 HDR1-PAGE-NO PIC ZZZ9.
000920          05 HDR1-CYCLE PIC X(10) VALUE SPACES.
000930      01 HDR-LINE-2.
000940          05 FILLER PIC X(38) VALUE "RECORD".
000950          05 FILLER PIC X(6) VALUE "CODE".
000960          05 FILLER PIC X(20) VALUE "REASON".
000970      01 DTL-LINE.
000980          05 DTL-TRAN-DATA PIC X(36).
000990          05 FILLER PIC X(2) VALUE SPACES.
001000          05 DTL-REASON-CODE PIC XX.
001010          05 FILLER PIC X(4) VALUE SPACES.
001020          05 DTL-REASON-TEXT PIC X(20).
001030      01 TRL-LINE-1.
001040          05 FILLER PIC X(16) VALUE "RECORDS READ:".
001050          05 TRL1-COUNT PIC Z(7)9.
001060      01 TRL-LINE-2.
001070          05 FILLER PIC X(16) VALUE "RECORDS PASSED:".
001080          05 TRL2-COUNT PIC Z(7)9.
001090      01 TRL-LINE-3.
001100          05 FILLER PIC X(16) VALUE "RECORDS REJECT:".
001110          05 TRL3-COUNT PIC Z(7)9.
001120      01 WS-CYC-REJ-FILE-STATUS PIC XX VALUE "00".
001130      01 WS-CYCL-FILE-STATUS PIC XX VALUE "00".
001140      01 WS-TRANS-NAME PIC X(12) VALUE "TRANS.DAT".
001150      01 WS-CLEAN-NAME PIC X(12) VALUE "TRANSCLN.DAT".
001160      01 WS-EDIT-RPT-NAME PIC X(12) VALUE "MATHEDT.TXT".
001170      01 WS-CYC-REJ-NAME PIC X(12) VALUE SPACES.
001180      01 WS-CYCLE PIC 99 VALUE ZERO.
001190      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
001200      01 WS-RTNL-FILE-STATUS PIC XX VALUE "00".
001210      01 WS-TRANS-FILE-STATUS PIC XX VALUE "00".
001220      01 WS-CLEAN-FILE-STATUS PIC XX VALUE "00".
001230      01 WS-REJECT-FILE-STATUS PIC XX VALUE "00".
001240      01 WS-EDIT-RPT-FILE-STATUS PIC XX VALUE "00".
001250      01 WS-RUNC-FUNCTION PIC X(5).
001260      01 WS-RUNC-STEP PIC X(8).
001270      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
001280      01 WS-RUNC-RETURN PIC XX VALUE "00".
001290      01 AUD-LINE.
001300          COPY AUDREC.
001310      01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
001320      01 WS-RESULTS-FILE-STATUS PIC XX VALUE "00".
001330      01 WS-RESULTS-AVAIL PIC X VALUE "N".
001340      01 WS-AUD-EOF-FLAG PIC X VALUE "N".
001350      01 WS-ORIG-FOUND PIC X VALUE "N".
001360      01 WS-ORIG-REVERSED PIC X VALUE "N".
001370      01 WS-AUD-NUM1 PIC S9(4)V99.
001380  PROCEDURE DIVISION.
001390    0000-MAIN-PROCESS.
001400        PERFORM 1100-READ-CYCLE-CONTROL
001410        PERFORM 0100-RUN-CONTROL-START
001420        OPEN INPUT TRANS-FILE
001430        IF WS-TRANS-FILE-STATUS NOT = "00"
001440          DISPLAY "TRANS-FILE OPEN FAILED, STATUS="
001450            WS-TRANS-FILE-STATUS
001460          STOP RUN
001470        END-IF
001480        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001490        OPEN OUTPUT CLEAN-FILE
001500        IF WS-CYCLE = ZERO
001510          OPEN OUTPUT REJECT-FILE
001520        ELSE
001530          PERFORM 1150-OPEN-CYCLE-REJECTS
001540        END-IF
001550        OPEN OUTPUT EDIT-RPT-FILE
001560        OPEN INPUT RESULTS-FILE
001570        IF WS-RESULTS-FILE-STATUS = "00"
001580          MOVE "Y" TO WS-RESULTS-AVAIL
001590        END-IF
001600        PERFORM 2100-READ-TRANSACTION
001610        PERFORM UNTIL WS-EOF-FLAG = "Y"
001620          PERFORM 2200-EDIT-TRANSACTION
001630          PERFORM 2100-READ-TRANSACTION
001640        END-PERFORM
001650        PERFORM 3300-WRITE-REPORT-TRAILER
001660        CLOSE TRANS-FILE
001670        CLOSE CLEAN-FILE
001680        CLOSE REJECT-FILE
001690        IF WS-CYCLE > ZERO
001700          CLOSE CYC-REJ-FILE
001710          CLOSE RTNL-FILE
001720        END-IF
001730        CLOSE EDIT-RPT-FILE
001740        IF WS-RESULTS-AVAIL = "Y"
001750          CLOSE RESULTS-FILE
001760        END-IF
001770        PERFORM 0900-RUN-CONTROL-END
001780        STOP RUN.
001790
001800    0100-RUN-CONTROL-START.
001810        MOVE "START" TO WS-RUNC-FUNCTION
001820        MOVE "MATHEDIT" TO WS-RUNC-STEP
001830        MOVE ZERO TO WS-RUNC-REC-COUNT
001840        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001850          WS-RUNC-REC-COUNT WS-RUNC-RETURN
001860        IF WS-RUNC-RETURN NOT = "00"
001870          STOP RUN
001880        END-IF.
001890
001900    0900-RUN-CONTROL-END.
001910        MOVE "END" TO WS-RUNC-FUNCTION
001920        MOVE "MATHEDIT" TO WS-RUNC-STEP
001930        MOVE WS-READ-COUNT TO WS-RUNC-REC-COUNT
001940        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001950          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
001960
001970*    AN INTRADAY CYCLE (SEE CYCLREC) EDITS TRANS.CNN INTO
001980*    TRANSCLN.CNN AND REPORTS ON MATHEDT.CNN.
001990    1100-READ-CYCLE-CONTROL.
002000        OPEN INPUT CYCL-FILE
002010        IF WS-CYCL-FILE-STATUS = "00"
002020          READ CYCL-FILE
002030            NOT AT END
002040              IF CYCL-CYCLE IS NUMERIC
002050                MOVE CYCL-CYCLE TO WS-CYCLE
002060              END-IF
002070          END-READ
002080          CLOSE CYCL-FILE
002090        END-IF
002100        IF WS-CYCLE > ZERO
002110          STRING "C" WS-CYCLE DELIMITED BY SIZE
002120            INTO WS-CYCLE-SUFFIX
002130          MOVE SPACES TO WS-TRANS-NAME
002140          STRING "TRANS." WS-CYCLE-SUFFIX
002150            DELIMITED BY SIZE INTO WS-TRANS-NAME
002160          MOVE SPACES TO WS-CLEAN-NAME
002170          STRING "TRANSCLN." WS-CYCLE-SUFFIX
002180            DELIMITED BY SIZE INTO WS-CLEAN-NAME
002190          MOVE SPACES TO WS-EDIT-RPT-NAME
002200          STRING "MATHEDT." WS-CYCLE-SUFFIX
002210            DELIMITED BY SIZE INTO WS-EDIT-RPT-NAME
002220          STRING "MATHREJ." WS-CYCLE-SUFFIX
002230            DELIMITED BY SIZE INTO WS-CYC-REJ-NAME
002240          STRING "  CYCLE " WS-CYCLE DELIMITED BY SIZE
002250            INTO HDR1-CYCLE
002260        END-IF.
002270
002280*    A CYCLE'S REJECTS ARE ADDED TO MATHREJ.DAT, NOT WRITTEN
002290*    OVER IT, SO REJECTS STILL WAITING FOR MATHCORR ARE KEPT
002300*    AND THE CYCLE'S OWN CAN BE CORRECTED THE SAME WAY. EACH
002310*    IS ALSO WRITTEN TO MATHREJ.CNN, THE CYCLE'S OWN RECORD
002320*    OF WHAT IT REJECTED, WHICH MATHBALN BALANCES. THE NIGHTLY
002330*    EDIT STARTS MATHREJ.DAT AFRESH, SO EACH REJECT IS ALSO
002340*    PUT ON MATHRTNL.DAT FOR THE NIGHTLY MATHRTRN TO RETURN.
002350    1150-OPEN-CYCLE-REJECTS.
002360        OPEN EXTEND REJECT-FILE
002370        IF WS-REJECT-FILE-STATUS = "35"
002380          OPEN OUTPUT REJECT-FILE
002390        END-IF
002400        OPEN OUTPUT CYC-REJ-FILE
002410        IF WS-CYC-REJ-FILE-STATUS NOT = "00"
002420          DISPLAY "CYC-REJ-FILE OPEN FAILED, STATUS="
002430            WS-CYC-REJ-FILE-STATUS
002440          STOP RUN
002450        END-IF
002460        OPEN EXTEND RTNL-FILE
002470        IF WS-RTNL-FILE-STATUS = "35"
002480          OPEN OUTPUT RTNL-FILE
002490        END-IF
002500        IF WS-RTNL-FILE-STATUS NOT = "00"
002510          DISPLAY "RTNL-FILE OPEN FAILED, STATUS="
002520            WS-RTNL-FILE-STATUS
002530          STOP RUN
002540        END-IF.
002550
002560    2100-READ-TRANSACTION.
002570        READ TRANS-FILE
002580          AT END
002590            MOVE "Y" TO WS-EOF-FLAG
002600          NOT AT END
002610            ADD 1 TO WS-READ-COUNT
002620        END-READ.
002630
002640    2200-EDIT-TRANSACTION.
002650        MOVE SPACES TO WS-REASON-CODE
002660        MOVE SPACES TO WS-REASON-TEXT
002670        IF TRAN-SOURCE-ID NOT = "O" AND TRAN-SOURCE-ID NOT = "R"
002680            AND TRAN-SOURCE-ID NOT = "W"
002690          MOVE "06" TO WS-REASON-CODE
002700          MOVE "INVALID SOURCE ID" TO WS-REASON-TEXT
002710        END-IF
002720        IF WS-REASON-CODE = SPACES
002730          AND (TRAN-TYPE NOT = SPACE AND TRAN-TYPE NOT = "C"
002740            AND TRAN-TYPE NOT = "R")
002750          MOVE "05" TO WS-REASON-CODE
002760          MOVE "INVALID RECORD TYPE" TO WS-REASON-TEXT
002770        END-IF
002780        IF WS-REASON-CODE = SPACES AND NUM1 IS NOT NUMERIC
002790          MOVE "01" TO WS-REASON-CODE
002800          MOVE "NUM1 NOT NUMERIC" TO WS-REASON-TEXT
002810        END-IF
002820        IF WS-REASON-CODE = SPACES
002830          IF NUM2 IS NOT NUMERIC
002840            MOVE "02" TO WS-REASON-CODE
002850            MOVE "NUM2 NOT NUMERIC" TO WS-REASON-TEXT
002860          ELSE
002870            IF OP-CODE NOT = "A" AND OP-CODE NOT = "S"
002880                AND OP-CODE NOT = "M" AND OP-CODE NOT = "D"
002890              MOVE "03" TO WS-REASON-CODE
002900              MOVE "INVALID OP-CODE" TO WS-REASON-TEXT
002910            ELSE
002920              IF DEFAULT-FLAG NOT = "Y" AND DEFAULT-FLAG NOT = "N"
002930                  AND DEFAULT-FLAG NOT = SPACE
002940                MOVE "04" TO WS-REASON-CODE
002950                MOVE "INVALID DEFAULT FLAG" TO WS-REASON-TEXT
002960              END-IF
002970              IF TRAN-TYPE = "R" AND DEFAULT-FLAG = "Y"
002980                MOVE "04" TO WS-REASON-CODE
002990                MOVE "INVALID DEFAULT FLAG" TO WS-REASON-TEXT
003000              END-IF
003010            END-IF
003020          END-IF
003030        END-IF
003040        IF WS-REASON-CODE = SPACES
003050          PERFORM 2210-EDIT-EFF-DATE
003060        END-IF
003070        IF WS-REASON-CODE = SPACES AND TRAN-TYPE = "R"
003080          PERFORM 2220-EDIT-REVERSAL
003090        END-IF
003100        IF WS-REASON-CODE = SPACES
003110          ADD 1 TO WS-CLEAN-COUNT
003120          WRITE CLEAN-RECORD FROM TRAN-RECORD
003130        ELSE
003140          ADD 1 TO WS-REJECT-COUNT
003150          MOVE TRAN-RECORD TO REJ-TRAN-DATA
003160          MOVE WS-REASON-CODE TO REJ-REASON-CODE
003170          MOVE TRAN-BATCH-TRAIL TO REJ-BATCH-TRAIL
003180          WRITE REJECT-RECORD
003190          IF WS-CYCLE > ZERO
003200            WRITE CYC-REJ-RECORD FROM REJECT-RECORD
003210            PERFORM 2260-WRITE-RETURN-LINE
003220          END-IF
003230          PERFORM 3100-WRITE-DETAIL-LINE
003240        END-IF.
003250
003260    2210-EDIT-EFF-DATE.
003270        IF TRAN-EFF-DATE(1:8) = SPACES
003280          CONTINUE
003290        ELSE
003300          IF TRAN-EFF-DATE IS NOT NUMERIC
003310            MOVE "07" TO WS-REASON-CODE
003320            MOVE "INVALID EFF DATE" TO WS-REASON-TEXT
003330          ELSE
003340            IF TRAN-EFF-DATE > ZERO
003350                AND (TRAN-EFF-DATE(5:2) < "01"
003360                  OR TRAN-EFF-DATE(5:2) > "12"
003370                  OR TRAN-EFF-DATE(7:2) < "01"
003380                  OR TRAN-EFF-DATE(7:2) > "31")
003390              MOVE "07" TO WS-REASON-CODE
003400              MOVE "INVALID EFF DATE" TO WS-REASON-TEXT
003410            END-IF
003420          END-IF
003430        END-IF.
003440
003450*    A REVERSAL MUST NAME A RESULT THAT WAS FED: AN "OK"
003460*    AUDIT LINE FOR THE SAME KEY AND RUN-ID, OR FAILING THAT
003470*    A RESULTS MASTER RECORD FIRST COMPUTED BY THAT RUN. AN
003480*    "RV" AUDIT LINE FOR THE SAME KEY AND RUN-ID, OR AN
003490*    EARLIER REVERSAL OF IT IN THIS FILE, MEANS IT HAS
003500*    ALREADY BEEN BACKED OUT. MORE REVERSALS IN ONE FILE THAN
003510*    THE TABLE HOLDS WOULD LET A SECOND REVERSAL THROUGH, SO
003520*    THE RUN STOPS INSTEAD.
003530    2220-EDIT-REVERSAL.
003540        MOVE "N" TO WS-ORIG-FOUND
003550        MOVE "N" TO WS-ORIG-REVERSED
003560        MOVE TRAN-RECORD(3:15) TO WS-REV-KEY-TRAN
003570        MOVE TRAN-ORIG-RUN-ID TO WS-REV-KEY-RUN-ID
003580        PERFORM VARYING WS-REV-IX FROM 1 BY 1
003590            UNTIL WS-REV-IX > WS-REV-TAB-COUNT
003600          IF WS-REV-TAB-KEY(WS-REV-IX) = WS-REV-ENTRY-KEY
003610            MOVE "Y" TO WS-ORIG-REVERSED
003620          END-IF
003630        END-PERFORM
003640        IF WS-ORIG-REVERSED NOT = "Y"
003650            AND TRAN-ORIG-RUN-ID NOT = SPACES
003660          PERFORM 2230-SCAN-AUDIT-FILE
003670          IF WS-ORIG-FOUND NOT = "Y"
003680              AND WS-ORIG-REVERSED NOT = "Y"
003690            PERFORM 2240-CHECK-RESULTS-MASTER
003700          END-IF
003710        END-IF
003720        IF WS-ORIG-REVERSED = "Y"
003730          MOVE "09" TO WS-REASON-CODE
003740          MOVE "ALREADY REVERSED" TO WS-REASON-TEXT
003750        ELSE
003760          IF WS-ORIG-FOUND NOT = "Y"
003770            MOVE "08" TO WS-REASON-CODE
003780            MOVE "ORIGINAL NOT FOUND" TO WS-REASON-TEXT
003790          ELSE
003800            IF WS-REV-TAB-COUNT NOT < 500
003810              DISPLAY "REVERSAL TABLE FULL AT: " TRAN-RECORD
003820              DISPLAY "MATHEDIT STOPPED - SPLIT FILE AND RERUN"
003830              STOP RUN
003840            END-IF
003850            ADD 1 TO WS-REV-TAB-COUNT
003860            MOVE WS-REV-ENTRY-KEY
003870              TO WS-REV-TAB-KEY(WS-REV-TAB-COUNT)
003880          END-IF
003890        END-IF.
003900
003910    2230-SCAN-AUDIT-FILE.
003920        OPEN INPUT AUDIT-FILE
003930        IF WS-AUDIT-FILE-STATUS = "00"
003940          MOVE "N" TO WS-AUD-EOF-FLAG
003950          PERFORM UNTIL WS-AUD-EOF-FLAG = "Y"
003960            READ AUDIT-FILE
003970              AT END
003980                MOVE "Y" TO WS-AUD-EOF-FLAG
003990              NOT AT END
004000                PERFORM 2235-CHECK-AUDIT-LINE
004010            END-READ
004020          END-PERFORM
004030          CLOSE AUDIT-FILE
004040        END-IF.
004050
004060    2235-CHECK-AUDIT-LINE.
004070        MOVE AUDIT-RECORD TO AUD-LINE
004080        IF AUD-STATUS = "OK" OR AUD-STATUS = "RV"
004090          MOVE AUD-NUM1 TO WS-AUD-NUM1
004100          MOVE AUD-NUM2 TO WS-AUD-NUM2
004110          IF WS-AUD-NUM1 = NUM1 AND WS-AUD-NUM2 = NUM2
004120              AND AUD-OP = OP-CODE
004130            IF AUD-STATUS = "OK" AND AUD-RUN-ID = TRAN-ORIG-RUN-ID
004140              MOVE "Y" TO WS-ORIG-FOUND
004150            END-IF
004160            IF AUD-STATUS = "RV"
004170                AND AUD-ORIG-RUN-ID = TRAN-ORIG-RUN-ID
004180              MOVE "Y" TO WS-ORIG-REVERSED
004190            END-IF
004200          END-IF
004210        END-IF.
004220
004230    2240-CHECK-RESULTS-MASTER.
004240        IF WS-RESULTS-AVAIL = "Y"
004250          MOVE NUM1 TO RES-NUM1
004260          MOVE NUM2 TO RES-NUM2
004270          MOVE OP-CODE TO RES-OP
004280          READ RESULTS-FILE
004290            INVALID KEY
004300              CONTINUE
004310            NOT INVALID KEY
004320              IF RES-RUN-ID = TRAN-ORIG-RUN-ID
004330                MOVE "Y" TO WS-ORIG-FOUND
004340              END-IF
004350          END-READ
004360        END-IF.
004370
004380*    A CYCLE REJECT GOES BACK TO ITS DESK AS AN "ER" LINE IN
004390*    THE SAME LAYOUT MATHRTRN BUILDS FOR THE NIGHTLY REJECTS.
004400    2260-WRITE-RETURN-LINE.
004410        MOVE SPACES TO RTNL-RECORD
004420        MOVE "D" TO RTN-RECORD-ID
004430        MOVE TRAN-SOURCE-ID TO RTN-DESK-ID
004440        MOVE TRAN-BATCH-TRAIL TO RTN-ITEM-TRAIL
004450        MOVE "ER" TO RTN-DISP-CODE
004460        MOVE WS-REASON-CODE TO RTN-REASON-CODE
004470        MOVE WS-REASON-TEXT TO RTN-REASON-TEXT
004480        MOVE "N" TO RTN-NUM3-FLAG
004490        MOVE ZERO TO RTN-NUM3
004500        WRITE RTNL-RECORD.
004510
004520    3000-WRITE-REPORT-HEADERS.
004530        ADD 1 TO WS-PAGE-NO
004540        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
004550          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
004560        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
004570        MOVE WS-PAGE-NO TO HDR1-PAGE-NO
004580        WRITE EDIT-RPT-RECORD FROM HDR-LINE-1
004590        MOVE SPACES TO EDIT-RPT-RECORD
004600        WRITE EDIT-RPT-RECORD
004610        WRITE EDIT-RPT-RECORD FROM HDR-LINE-2
004620        MOVE ZERO TO WS-LINE-COUNT.
004630
004640    3100-WRITE-DETAIL-LINE.
004650        IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
004660          PERFORM 3000-WRITE-REPORT-HEADERS
004670        END-IF
004680        MOVE TRAN-RECORD TO DTL-TRAN-DATA
004690        MOVE WS-REASON-CODE TO DTL-REASON-CODE
004700        MOVE WS-REASON-TEXT TO DTL-REASON-TEXT
004710        WRITE EDIT-RPT-RECORD FROM DTL-LINE
004720        ADD 1 TO WS-LINE-COUNT.
004730
004740    3300-WRITE-REPORT-TRAILER.
004750        IF WS-LINE-COUNT = ZERO
004760          PERFORM 3000-WRITE-REPORT-HEADERS
004770        END-IF
004780        MOVE SPACES TO EDIT-RPT-RECORD
004790        WRITE EDIT-RPT-RECORD
004800        MOVE WS-READ-COUNT TO TRL1-COUNT
004810        WRITE EDIT-RPT-RECORD FROM TRL-LINE-1
004820        MOVE WS-CLEAN-COUNT TO TRL2-COUNT
004830        WRITE EDIT-RPT-RECORD FROM TRL-LINE-2
004840        MOVE WS-REJECT-COUNT TO TRL3-COUNT
004850        WRITE EDIT-RPT-RECORD FROM TRL-LINE-3.
