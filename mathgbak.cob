000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHGBAK.
000030    AUTHOR. Dan Ruscoe.
000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-PARAM-FILE-STATUS.
000100        SELECT BAK-CTL-FILE ASSIGN TO "MATHBCTL.TXT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-BAK-CTL-FILE-STATUS.
000130        SELECT GCAT-FILE ASSIGN TO "MATHGCAT.DAT"
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-GCAT-FILE-STATUS.
000160        SELECT GEN-FILE ASSIGN USING WS-GEN-FILE-NAME
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-GEN-FILE-STATUS.
000190        SELECT RESULTS-FILE ASSIGN TO "RESULTS.MST"
000200          ORGANIZATION IS INDEXED
000210          ACCESS MODE IS SEQUENTIAL
000220          RECORD KEY IS RES-KEY
000230          FILE STATUS IS WS-RESULTS-FILE-STATUS.
000240        SELECT BREG-FILE ASSIGN TO "MATHBREG.DAT"
000250          ORGANIZATION IS LINE SEQUENTIAL
000260          FILE STATUS IS WS-BREG-FILE-STATUS.
000270        SELECT RUNC-FILE ASSIGN TO "MATHRUNC.DAT"
000280          ORGANIZATION IS LINE SEQUENTIAL
000290          FILE STATUS IS WS-RUNC-FILE-STATUS.
000300        SELECT PHIS-FILE ASSIGN TO "MATHPHIS.DAT"
000310          ORGANIZATION IS LINE SEQUENTIAL
000320          FILE STATUS IS WS-PHIS-FILE-STATUS.
000330        SELECT SUSP-FILE ASSIGN TO "MATHSUSP.DAT"
000340          ORGANIZATION IS LINE SEQUENTIAL
000350          FILE STATUS IS WS-SUSP-FILE-STATUS.
000360        SELECT CFWD-FILE ASSIGN TO "MATHCFWD.DAT"
000370          ORGANIZATION IS LINE SEQUENTIAL
000380          FILE STATUS IS WS-CFWD-FILE-STATUS.
000390        SELECT GBAK-RPT-FILE ASSIGN TO "MATHGBKL.TXT"
000400          ORGANIZATION IS LINE SEQUENTIAL
000410          FILE STATUS IS WS-GBAK-RPT-FILE-STATUS.
000420  DATA DIVISION.
000430    FILE SECTION.
000440      FD  PARAM-FILE.
000450      01 PARAM-RECORD.
000460          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000470          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000480          05 PARM-MAX-RECYCLE PIC 99.
000490          05 PARM-BUS-DATE PIC 9(8).
000500      FD  BAK-CTL-FILE.
000510      01 BAK-CTL-RECORD.
000520          05 BCTL-GENERATIONS PIC 99.
000530      FD  GCAT-FILE.
000540      01 GCAT-RECORD.
000550          COPY GCATREC.
000560      FD  GEN-FILE.
000570      01 GEN-RECORD.
000580          COPY GENREC.
000590      FD  RESULTS-FILE.
000600      01 RESULTS-RECORD.
000610          COPY RESREC.
000620      FD  BREG-FILE.
000630      01 BREG-RECORD PIC X(8).
000640      FD  RUNC-FILE.
000650      01 RUNC-RECORD.
000660          COPY RUNREC.
000670      FD  PHIS-FILE.
000680      01 PHIS-RECORD.
000690          COPY PHISREC.
000700      FD  SUSP-FILE.
000710      01 SUSP-RECORD PIC X(76).
000720      FD  CFWD-FILE.
000730      01 CFWD-RECORD PIC X(50).
000740      FD  GBAK-RPT-FILE.
000750      01 GBAK-RPT-RECORD PIC X(100).
000760    WORKING-STORAGE SECTION.
000770      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000780      01 WS-BAK-CTL-FILE-STATUS PIC XX VALUE "00".
000790      01 WS-GCAT-FILE-STATUS PIC XX VALUE "00".
000800      01 WS-GEN-FILE-STATUS PIC XX VALUE "00".
000810      01 WS-RESULTS-FILE-STATUS PIC XX VALUE "00".
000820      01 WS-BREG-FILE-STATUS PIC XX VALUE "00".
000830      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000840      01 WS-PHIS-FILE-STATUS PIC XX VALUE "00".
000850      01 WS-SUSP-FILE-STATUS PIC XX VALUE "00".
000860      01 WS-CFWD-FILE-STATUS PIC XX VALUE "00".
000870      01 WS-GBAK-RPT-FILE-STATUS PIC XX VALUE "00".
000880      01 WS-GEN-FILE-NAME PIC X(14).
000890      01 WS-NEW-GEN-FILE-NAME PIC X(14).
000900      01 WS-EOF-FLAG PIC X VALUE "N".
000910      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000920      01 WS-GENERATIONS PIC 99 VALUE ZERO.
000930      01 WS-GEN-NO PIC 9(6) VALUE ZERO.
000940      01 WS-LAST-GEN-NO PIC 9(6) VALUE ZERO.
000950      01 WS-KEEP-LIMIT PIC S9(7) VALUE ZERO.
000960      01 WS-TOTAL-RECS PIC 9(8) VALUE ZERO.
000970      01 WS-KEPT-COUNT PIC 9(4) VALUE ZERO.
000980      01 WS-DROPPED-COUNT PIC 9(4) VALUE ZERO.
000990      01 WS-RUNC-FUNCTION PIC X(5).
001000      01 WS-RUNC-STEP PIC X(8).
001010      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
001020      01 WS-RUNC-RETURN PIC XX VALUE "00".
001030      01 WS-CURRENT-DATE.
001040          05 WS-CURR-YYYY PIC 9(4).
001050          05 WS-CURR-MM PIC 9(2).
001060          05 WS-CURR-DD PIC 9(2).
001070      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001080          PIC 9(8).
001090      01 WS-RUN-DATE-DISP PIC X(10).
001100      01 WS-CURRENT-TIME PIC 9(8).
001110      01 WS-TIME-DISP PIC X(8).
001120*    THE FILES COPIED INTO EVERY GENERATION, IN CATALOG ORDER.
001130      01 WS-FILE-ID-VALUES.
001140          05 FILLER PIC X(8) VALUE "RESULTS".
001150          05 FILLER PIC X(8) VALUE "MATHBREG".
001160          05 FILLER PIC X(8) VALUE "MATHRUNC".
001170          05 FILLER PIC X(8) VALUE "MATHPHIS".
001180          05 FILLER PIC X(8) VALUE "MATHSUSP".
001190          05 FILLER PIC X(8) VALUE "MATHCFWD".
001200      01 WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
001210          05 WS-FILE-ID PIC X(8) OCCURS 6.
001220      01 WS-FILE-TOTALS.
001230          05 WS-FILE-TOTAL OCCURS 6.
001240              10 WS-FILE-FOUND PIC X.
001250              10 WS-FILE-RECS PIC 9(8).
001260      01 WS-FILE-IX PIC 9(4) VALUE ZERO.
001270      01 WS-CAT-IX PIC 9(4) VALUE ZERO.
001280      01 WS-CAT-COUNT PIC 9(4) VALUE ZERO.
001290      01 WS-CAT-TABLE.
001300          05 WS-CAT-ENTRY PIC X(146) OCCURS 100.
001310      01 HDR-LINE-1.
001320          05 FILLER PIC X(20) VALUE "MATH GENERATION BKUP".
001330          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001340          05 HDR1-RUN-DATE PIC X(10).
001350          05 FILLER PIC X(11) VALUE "  BUS DATE:".
001360          05 HDR1-BUS-DATE PIC 9(8).
001370      01 HDR-LINE-2.
001380          05 FILLER PIC X(11) VALUE "GENERATION".
001390          05 HDR2-GEN-NO PIC Z(5)9.
001400          05 FILLER PIC X(9) VALUE "  FILE:".
001410          05 HDR2-FILE-NAME PIC X(14).
001420          05 FILLER PIC X(10) VALUE "  HOLDING".
001430          05 HDR2-GENERATIONS PIC Z9.
001440      01 FILE-LINE.
001450          05 FILLER PIC X(5) VALUE "FILE".
001460          05 FLN-ID PIC X(9).
001470          05 FLN-TEXT PIC X(18).
001480          05 FLN-RECS PIC Z(7)9.
001490      01 DROP-LINE.
001500          05 FILLER PIC X(20) VALUE "DROPPED GENERATION".
001510          05 DROP-GEN-NO PIC Z(5)9.
001520          05 FILLER PIC X(12) VALUE "  BUS DATE:".
001530          05 DROP-BUS-DATE PIC 9(8).
001540          05 FILLER PIC X(2) VALUE SPACES.
001550          05 DROP-FILE-NAME PIC X(14).
001560      01 TRL-LINE-1.
001570          05 FILLER PIC X(20) VALUE "RECORDS BACKED UP:".
001580          05 TRL1-COUNT PIC Z(7)9.
001590      01 TRL-LINE-2.
001600          05 FILLER PIC X(20) VALUE "GENERATIONS HELD:".
001610          05 TRL2-COUNT PIC Z(7)9.
001620  PROCEDURE DIVISION.
001630    0000-MAIN-PROCESS.
001640        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001650        ACCEPT WS-CURRENT-TIME FROM TIME
001660        MOVE WS-CURRENT-TIME(1:2) TO WS-TIME-DISP(1:2)
001670        MOVE ":" TO WS-TIME-DISP(3:1)
001680        MOVE WS-CURRENT-TIME(3:2) TO WS-TIME-DISP(4:2)
001690        MOVE ":" TO WS-TIME-DISP(6:1)
001700        MOVE WS-CURRENT-TIME(5:2) TO WS-TIME-DISP(7:2)
001710        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
001720        PERFORM 1200-READ-PARAMETERS
001730        PERFORM 1000-READ-BACKUP-CONTROL
001740        PERFORM 0100-RUN-CONTROL-START
001750        PERFORM 1300-LOAD-CATALOG
001760        COMPUTE WS-GEN-NO = WS-LAST-GEN-NO + 1
001770        MOVE SPACES TO WS-GEN-FILE-NAME
001780        STRING "MATHGEN." WS-GEN-NO
001790          DELIMITED BY SIZE INTO WS-GEN-FILE-NAME
001800        MOVE WS-GEN-FILE-NAME TO WS-NEW-GEN-FILE-NAME
001810        OPEN OUTPUT GBAK-RPT-FILE
001820        PERFORM 3000-WRITE-REPORT-HEADERS
001830        PERFORM 2000-WRITE-GENERATION
001840        PERFORM 2800-REWRITE-CATALOG
001850        PERFORM 3300-WRITE-REPORT-TRAILER
001860        CLOSE GBAK-RPT-FILE
001870        DISPLAY "MATHGBAK GENERATION " WS-GEN-NO
001880          " WRITTEN TO " WS-NEW-GEN-FILE-NAME
001890          " RECORDS " WS-TOTAL-RECS
001900        PERFORM 0900-RUN-CONTROL-END
001910        STOP RUN.
001920
001930    0100-RUN-CONTROL-START.
001940        MOVE "START" TO WS-RUNC-FUNCTION
001950        MOVE "MATHGBAK" TO WS-RUNC-STEP
001960        MOVE ZERO TO WS-RUNC-REC-COUNT
001970        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001980          WS-RUNC-REC-COUNT WS-RUNC-RETURN
001990        IF WS-RUNC-RETURN NOT = "00"
002000          STOP RUN
002010        END-IF.
002020
002030    0900-RUN-CONTROL-END.
002040        MOVE "END" TO WS-RUNC-FUNCTION
002050        MOVE "MATHGBAK" TO WS-RUNC-STEP
002060        MOVE WS-TOTAL-RECS TO WS-RUNC-REC-COUNT
002070        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002080          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
002090
002100    1000-READ-BACKUP-CONTROL.
002110        OPEN INPUT BAK-CTL-FILE
002120        IF WS-BAK-CTL-FILE-STATUS NOT = "00"
002130          DISPLAY "BAK-CTL-FILE OPEN FAILED, STATUS="
002140            WS-BAK-CTL-FILE-STATUS
002150          STOP RUN
002160        END-IF
002170        READ BAK-CTL-FILE
002180          AT END
002190            DISPLAY "BAK-CTL-FILE EMPTY, NO GENERATIONS GIVEN"
002200            STOP RUN
002210        END-READ
002220        IF BCTL-GENERATIONS IS NOT NUMERIC
002230            OR BCTL-GENERATIONS = ZERO
002240          DISPLAY "INVALID GENERATION COUNT: " BCTL-GENERATIONS
002250          STOP RUN
002260        END-IF
002270        MOVE BCTL-GENERATIONS TO WS-GENERATIONS
002280        CLOSE BAK-CTL-FILE.
002290
002300    1200-READ-PARAMETERS.
002310        OPEN INPUT PARAM-FILE
002320        IF WS-PARAM-FILE-STATUS = "00"
002330          READ PARAM-FILE
002340            NOT AT END
002350              IF PARM-BUS-DATE IS NUMERIC
002360                  AND PARM-BUS-DATE > ZERO
002370                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002380              END-IF
002390          END-READ
002400          CLOSE PARAM-FILE
002410        END-IF.
002420
002430*    THE CATALOG HOLDS AT MOST 99 GENERATIONS, SO THE TABLE
002440*    HAS ROOM FOR ALL OF THEM AND TONIGHT'S.
002450    1300-LOAD-CATALOG.
002460        MOVE ZERO TO WS-CAT-COUNT
002470        OPEN INPUT GCAT-FILE
002480        IF WS-GCAT-FILE-STATUS = "00"
002490          MOVE "N" TO WS-EOF-FLAG
002500          PERFORM 1310-READ-CATALOG
002510          PERFORM UNTIL WS-EOF-FLAG = "Y"
002520            IF WS-CAT-COUNT < 99
002530              ADD 1 TO WS-CAT-COUNT
002540              MOVE GCAT-RECORD TO WS-CAT-ENTRY(WS-CAT-COUNT)
002550            END-IF
002560            IF GCAT-GEN-NO > WS-LAST-GEN-NO
002570              MOVE GCAT-GEN-NO TO WS-LAST-GEN-NO
002580            END-IF
002590            PERFORM 1310-READ-CATALOG
002600          END-PERFORM
002610          CLOSE GCAT-FILE
002620        END-IF.
002630
002640    1310-READ-CATALOG.
002650        READ GCAT-FILE
002660          AT END
002670            MOVE "Y" TO WS-EOF-FLAG
002680        END-READ.
002690
002700*    ONE GENERATION FILE: THE HEADER, THEN EVERY RECORD OF
002710*    EACH FILE IN CATALOG ORDER. A FILE NOT ON DISK IS
002720*    NOTED AS NOT FOUND AND ANY OTHER OPEN FAILURE STOPS
002730*    THE STEP BEFORE THE CATALOG IS TOUCHED.
002740    2000-WRITE-GENERATION.
002750        PERFORM VARYING WS-FILE-IX FROM 1 BY 1
002760            UNTIL WS-FILE-IX > 6
002770          MOVE "N" TO WS-FILE-FOUND(WS-FILE-IX)
002780          MOVE ZERO TO WS-FILE-RECS(WS-FILE-IX)
002790        END-PERFORM
002800        OPEN OUTPUT GEN-FILE
002810        IF WS-GEN-FILE-STATUS NOT = "00"
002820          DISPLAY "GEN-FILE OPEN FAILED: " WS-GEN-FILE-NAME
002830            " STATUS=" WS-GEN-FILE-STATUS
002840          STOP RUN
002850        END-IF
002860        MOVE SPACES TO GEN-RECORD
002870        MOVE "GENHDR" TO GEN-FILE-ID
002880        MOVE WS-GEN-NO TO GEN-HDR-GEN-NO
002890        MOVE WS-BUS-DATE TO GEN-HDR-BUS-DATE
002900        MOVE WS-CURRENT-DATE-NUM TO GEN-HDR-DATE
002910        MOVE WS-TIME-DISP TO GEN-HDR-TIME
002920        WRITE GEN-RECORD
002930        PERFORM 2100-COPY-RESULTS
002940        PERFORM 2200-COPY-BATCH-REGISTER
002950        PERFORM 2300-COPY-RUN-CONTROL
002960        PERFORM 2400-COPY-PERIOD-HISTORY
002970        PERFORM 2500-COPY-SUSPENSE
002980        PERFORM 2600-COPY-CARRY-FORWARD
002990        CLOSE GEN-FILE
003000        PERFORM VARYING WS-FILE-IX FROM 1 BY 1
003010            UNTIL WS-FILE-IX > 6
003020          PERFORM 3100-WRITE-FILE-LINE
003030        END-PERFORM.
003040
003050    2010-WRITE-FILE-RECORD.
003060        ADD 1 TO WS-FILE-RECS(WS-FILE-IX)
003070        ADD 1 TO WS-TOTAL-RECS
003080        MOVE WS-FILE-ID(WS-FILE-IX) TO GEN-FILE-ID
003090        WRITE GEN-RECORD.
003100
003110    2020-REFUSE-OPEN.
003120        DISPLAY WS-FILE-ID(WS-FILE-IX) " OPEN FAILED, STATUS="
003130          WS-GEN-FILE-STATUS
003140        CLOSE GEN-FILE
003150        STOP RUN.
003160
003170    2100-COPY-RESULTS.
003180        MOVE 1 TO WS-FILE-IX
003190        OPEN INPUT RESULTS-FILE
003200        IF WS-RESULTS-FILE-STATUS = "00"
003210          MOVE "Y" TO WS-FILE-FOUND(WS-FILE-IX)
003220          MOVE "N" TO WS-EOF-FLAG
003230          PERFORM 2110-READ-RESULTS
003240          PERFORM UNTIL WS-EOF-FLAG = "Y"
003250            MOVE RESULTS-RECORD TO GEN-DATA
003260            PERFORM 2010-WRITE-FILE-RECORD
003270            PERFORM 2110-READ-RESULTS
003280          END-PERFORM
003290          CLOSE RESULTS-FILE
003300        ELSE
003310          IF WS-RESULTS-FILE-STATUS NOT = "35"
003320            MOVE WS-RESULTS-FILE-STATUS TO WS-GEN-FILE-STATUS
003330            PERFORM 2020-REFUSE-OPEN
003340          END-IF
003350        END-IF.
003360
003370    2110-READ-RESULTS.
003380        READ RESULTS-FILE NEXT
003390          AT END
003400            MOVE "Y" TO WS-EOF-FLAG
003410        END-READ.
003420
003430    2200-COPY-BATCH-REGISTER.
003440        MOVE 2 TO WS-FILE-IX
003450        OPEN INPUT BREG-FILE
003460        IF WS-BREG-FILE-STATUS = "00"
003470          MOVE "Y" TO WS-FILE-FOUND(WS-FILE-IX)
003480          MOVE "N" TO WS-EOF-FLAG
003490          PERFORM 2210-READ-BATCH-REGISTER
003500          PERFORM UNTIL WS-EOF-FLAG = "Y"
003510            MOVE BREG-RECORD TO GEN-DATA
003520            PERFORM 2010-WRITE-FILE-RECORD
003530            PERFORM 2210-READ-BATCH-REGISTER
003540          END-PERFORM
003550          CLOSE BREG-FILE
003560        ELSE
003570          IF WS-BREG-FILE-STATUS NOT = "35"
003580            MOVE WS-BREG-FILE-STATUS TO WS-GEN-FILE-STATUS
003590            PERFORM 2020-REFUSE-OPEN
003600          END-IF
003610        END-IF.
003620
003630    2210-READ-BATCH-REGISTER.
003640        READ BREG-FILE
003650          AT END
003660            MOVE "Y" TO WS-EOF-FLAG
003670        END-READ.
003680
003690    2300-COPY-RUN-CONTROL.
003700        MOVE 3 TO WS-FILE-IX
003710        OPEN INPUT RUNC-FILE
003720        IF WS-RUNC-FILE-STATUS = "00"
003730          MOVE "Y" TO WS-FILE-FOUND(WS-FILE-IX)
003740          MOVE "N" TO WS-EOF-FLAG
003750          PERFORM 2310-READ-RUN-CONTROL
003760          PERFORM UNTIL WS-EOF-FLAG = "Y"
003770            MOVE RUNC-RECORD TO GEN-DATA
003780            PERFORM 2010-WRITE-FILE-RECORD
003790            PERFORM 2310-READ-RUN-CONTROL
003800          END-PERFORM
003810          CLOSE RUNC-FILE
003820        ELSE
003830          IF WS-RUNC-FILE-STATUS NOT = "35"
003840            MOVE WS-RUNC-FILE-STATUS TO WS-GEN-FILE-STATUS
003850            PERFORM 2020-REFUSE-OPEN
003860          END-IF
003870        END-IF.
003880
003890    2310-READ-RUN-CONTROL.
003900        READ RUNC-FILE
003910          AT END
003920            MOVE "Y" TO WS-EOF-FLAG
003930        END-READ.
003940
003950    2400-COPY-PERIOD-HISTORY.
003960        MOVE 4 TO WS-FILE-IX
003970        OPEN INPUT PHIS-FILE
003980        IF WS-PHIS-FILE-STATUS = "00"
003990          MOVE "Y" TO WS-FILE-FOUND(WS-FILE-IX)
004000          MOVE "N" TO WS-EOF-FLAG
004010          PERFORM 2410-READ-PERIOD-HISTORY
004020          PERFORM UNTIL WS-EOF-FLAG = "Y"
004030            MOVE PHIS-RECORD TO GEN-DATA
004040            PERFORM 2010-WRITE-FILE-RECORD
004050            PERFORM 2410-READ-PERIOD-HISTORY
004060          END-PERFORM
004070          CLOSE PHIS-FILE
004080        ELSE
004090          IF WS-PHIS-FILE-STATUS NOT = "35"
004100            MOVE WS-PHIS-FILE-STATUS TO WS-GEN-FILE-STATUS
004110            PERFORM 2020-REFUSE-OPEN
004120          END-IF
004130        END-IF.
004140
004150    2410-READ-PERIOD-HISTORY.
004160        READ PHIS-FILE
004170          AT END
004180            MOVE "Y" TO WS-EOF-FLAG
004190        END-READ.
004200
004210    2500-COPY-SUSPENSE.
004220        MOVE 5 TO WS-FILE-IX
004230        OPEN INPUT SUSP-FILE
004240        IF WS-SUSP-FILE-STATUS = "00"
004250          MOVE "Y" TO WS-FILE-FOUND(WS-FILE-IX)
004260          MOVE "N" TO WS-EOF-FLAG
004270          PERFORM 2510-READ-SUSPENSE
004280          PERFORM UNTIL WS-EOF-FLAG = "Y"
004290            MOVE SUSP-RECORD TO GEN-DATA
004300            PERFORM 2010-WRITE-FILE-RECORD
004310            PERFORM 2510-READ-SUSPENSE
004320          END-PERFORM
004330          CLOSE SUSP-FILE
004340        ELSE
004350          IF WS-SUSP-FILE-STATUS NOT = "35"
004360            MOVE WS-SUSP-FILE-STATUS TO WS-GEN-FILE-STATUS
004370            PERFORM 2020-REFUSE-OPEN
004380          END-IF
004390        END-IF.
004400
004410    2510-READ-SUSPENSE.
004420        READ SUSP-FILE
004430          AT END
004440            MOVE "Y" TO WS-EOF-FLAG
004450        END-READ.
004460
004470    2600-COPY-CARRY-FORWARD.
004480        MOVE 6 TO WS-FILE-IX
004490        OPEN INPUT CFWD-FILE
004500        IF WS-CFWD-FILE-STATUS = "00"
004510          MOVE "Y" TO WS-FILE-FOUND(WS-FILE-IX)
004520          MOVE "N" TO WS-EOF-FLAG
004530          PERFORM 2610-READ-CARRY-FORWARD
004540          PERFORM UNTIL WS-EOF-FLAG = "Y"
004550            MOVE CFWD-RECORD TO GEN-DATA
004560            PERFORM 2010-WRITE-FILE-RECORD
004570            PERFORM 2610-READ-CARRY-FORWARD
004580          END-PERFORM
004590          CLOSE CFWD-FILE
004600        ELSE
004610          IF WS-CFWD-FILE-STATUS NOT = "35"
004620            MOVE WS-CFWD-FILE-STATUS TO WS-GEN-FILE-STATUS
004630            PERFORM 2020-REFUSE-OPEN
004640          END-IF
004650        END-IF.
004660
004670    2610-READ-CARRY-FORWARD.
004680        READ CFWD-FILE
004690          AT END
004700            MOVE "Y" TO WS-EOF-FLAG
004710        END-READ.
004720
004730*    THE NEW GENERATION IS CATALOGED ONLY ONCE ITS FILE IS
004740*    COMPLETE. GENERATIONS THAT FALL OUT OF THE COUNT HELD
004750*    ARE THEN DROPPED FROM THE CATALOG AND THEIR FILES
004760*    DELETED, OLDEST FIRST.
004770    2800-REWRITE-CATALOG.
004780        MOVE SPACES TO GCAT-RECORD
004790        MOVE WS-GEN-NO TO GCAT-GEN-NO
004800        MOVE WS-BUS-DATE TO GCAT-BUS-DATE
004810        MOVE WS-CURRENT-DATE-NUM TO GCAT-DATE
004820        MOVE WS-TIME-DISP TO GCAT-TIME
004830        MOVE WS-GEN-FILE-NAME TO GCAT-FILE-NAME
004840        PERFORM VARYING WS-FILE-IX FROM 1 BY 1
004850            UNTIL WS-FILE-IX > 6
004860          MOVE WS-FILE-ID(WS-FILE-IX) TO GCAT-FILE-ID(WS-FILE-IX)
004870          MOVE WS-FILE-FOUND(WS-FILE-IX)
004880            TO GCAT-FILE-FOUND(WS-FILE-IX)
004890          MOVE WS-FILE-RECS(WS-FILE-IX)
004900            TO GCAT-FILE-RECS(WS-FILE-IX)
004910        END-PERFORM
004920        ADD 1 TO WS-CAT-COUNT
004930        MOVE GCAT-RECORD TO WS-CAT-ENTRY(WS-CAT-COUNT)
004940        COMPUTE WS-KEEP-LIMIT = WS-GEN-NO - WS-GENERATIONS
004950        OPEN OUTPUT GCAT-FILE
004960        IF WS-GCAT-FILE-STATUS NOT = "00"
004970          DISPLAY "GCAT-FILE OPEN FAILED, STATUS="
004980            WS-GCAT-FILE-STATUS
004990          STOP RUN
005000        END-IF
005010        PERFORM VARYING WS-CAT-IX FROM 1 BY 1
005020            UNTIL WS-CAT-IX > WS-CAT-COUNT
005030          MOVE WS-CAT-ENTRY(WS-CAT-IX) TO GCAT-RECORD
005040          IF GCAT-GEN-NO > WS-KEEP-LIMIT
005050            WRITE GCAT-RECORD
005060            ADD 1 TO WS-KEPT-COUNT
005070          END-IF
005080        END-PERFORM
005090        CLOSE GCAT-FILE
005100        PERFORM VARYING WS-CAT-IX FROM 1 BY 1
005110            UNTIL WS-CAT-IX > WS-CAT-COUNT
005120          MOVE WS-CAT-ENTRY(WS-CAT-IX) TO GCAT-RECORD
005130          IF GCAT-GEN-NO NOT > WS-KEEP-LIMIT
005140            PERFORM 2810-DROP-GENERATION
005150          END-IF
005160        END-PERFORM.
005170
005180    2810-DROP-GENERATION.
005190        ADD 1 TO WS-DROPPED-COUNT
005200        MOVE GCAT-FILE-NAME TO WS-GEN-FILE-NAME
005210        DELETE FILE GEN-FILE
005220        MOVE GCAT-GEN-NO TO DROP-GEN-NO
005230        MOVE GCAT-BUS-DATE TO DROP-BUS-DATE
005240        MOVE GCAT-FILE-NAME TO DROP-FILE-NAME
005250        WRITE GBAK-RPT-RECORD FROM DROP-LINE.
005260
005270    3000-WRITE-REPORT-HEADERS.
005280        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
005290          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
005300        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
005310        MOVE WS-BUS-DATE TO HDR1-BUS-DATE
005320        WRITE GBAK-RPT-RECORD FROM HDR-LINE-1
005330        MOVE WS-GEN-NO TO HDR2-GEN-NO
005340        MOVE WS-GEN-FILE-NAME TO HDR2-FILE-NAME
005350        MOVE WS-GENERATIONS TO HDR2-GENERATIONS
005360        WRITE GBAK-RPT-RECORD FROM HDR-LINE-2
005370        MOVE SPACES TO GBAK-RPT-RECORD
005380        WRITE GBAK-RPT-RECORD.
005390
005400    3100-WRITE-FILE-LINE.
005410        MOVE WS-FILE-ID(WS-FILE-IX) TO FLN-ID
005420        IF WS-FILE-FOUND(WS-FILE-IX) = "Y"
005430          MOVE "RECORDS COPIED:" TO FLN-TEXT
005440        ELSE
005450          MOVE "NOT ON DISK:" TO FLN-TEXT
005460        END-IF
005470        MOVE WS-FILE-RECS(WS-FILE-IX) TO FLN-RECS
005480        WRITE GBAK-RPT-RECORD FROM FILE-LINE.
005490
005500    3300-WRITE-REPORT-TRAILER.
005510        MOVE SPACES TO GBAK-RPT-RECORD
005520        WRITE GBAK-RPT-RECORD
005530        MOVE WS-TOTAL-RECS TO TRL1-COUNT
005540        WRITE GBAK-RPT-RECORD FROM TRL-LINE-1
005550        MOVE WS-KEPT-COUNT TO TRL2-COUNT
005560        WRITE GBAK-RPT-RECORD FROM TRL-LINE-2.
