000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT AUD-COPY-FILE ASSIGN TO "MATHAUD.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-AUD-COPY-FILE-STATUS.
000100        SELECT CYCL-FILE ASSIGN TO "MATHCYCL.TXT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-CYCL-FILE-STATUS.
000130        SELECT TRANS-FILE ASSIGN USING WS-TRANS-NAME
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-TRANS-FILE-STATUS.
000160        SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-REPORT-FILE-STATUS.
000190        SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-AUDIT-FILE-STATUS.
000220        SELECT CHECKPOINT-FILE ASSIGN USING WS-CKPT-NAME
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-CKPT-FILE-STATUS.
000250        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-PARAM-FILE-STATUS.
000280        SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
000290          ORGANIZATION IS LINE SEQUENTIAL
000300          FILE STATUS IS WS-FEED-FILE-STATUS.
000310        SELECT SUSP-IN-FILE ASSIGN USING WS-SUSP-IN-NAME
000320          ORGANIZATION IS LINE SEQUENTIAL
000330          FILE STATUS IS WS-SUSP-IN-FILE-STATUS.
000340        SELECT SUSP-OUT-FILE ASSIGN USING WS-SUSP-OUT-NAME
000350          ORGANIZATION IS LINE SEQUENTIAL
000360          FILE STATUS IS WS-SUSP-OUT-FILE-STATUS.
000370        SELECT HARD-REJ-FILE ASSIGN USING WS-HARD-REJ-NAME
000380          ORGANIZATION IS LINE SEQUENTIAL
000390          FILE STATUS IS WS-HARD-REJ-FILE-STATUS.
000400        SELECT CFWD-IN-FILE ASSIGN USING WS-CFWD-IN-NAME
000410          ORGANIZATION IS LINE SEQUENTIAL
000420          FILE STATUS IS WS-CFWD-IN-FILE-STATUS.
000430        SELECT CFWD-OUT-FILE ASSIGN USING WS-CFWD-OUT-NAME
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS WS-CFWD-OUT-FILE-STATUS.
000460        SELECT RUPD-FILE ASSIGN USING WS-RUPD-NAME
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-RUPD-FILE-STATUS.
000490        SELECT LIMIT-FILE ASSIGN TO "MATHLIMT.TXT"
000500          ORGANIZATION IS LINE SEQUENTIAL
000510          FILE STATUS IS WS-LIMIT-FILE-STATUS.
000520        SELECT AHLD-FILE ASSIGN USING WS-AHLD-NAME
000530          ORGANIZATION IS LINE SEQUENTIAL
000540          FILE STATUS IS WS-AHLD-FILE-STATUS.
000550        SELECT ARIN-FILE ASSIGN USING WS-ARIN-NAME
000560          ORGANIZATION IS LINE SEQUENTIAL
000570          FILE STATUS IS WS-ARIN-FILE-STATUS.
000580        SELECT RESULTS-FILE ASSIGN TO "RESULTS.MST"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS RANDOM
000610          RECORD KEY IS RES-KEY
000620          FILE STATUS IS WS-RESULTS-FILE-STATUS.
000630        SELECT AUD-HIST-FILE ASSIGN TO "MATHAUD.TXT"
000640          ORGANIZATION IS LINE SEQUENTIAL
000650          FILE STATUS IS WS-AUD-HIST-FILE-STATUS.
000660        SELECT RTND-FILE ASSIGN USING WS-RTND-NAME
000670          ORGANIZATION IS LINE SEQUENTIAL
000680          FILE STATUS IS WS-RTND-FILE-STATUS.
000690  DATA DIVISION.
000700    FILE SECTION.
000710      FD  AUD-COPY-FILE.
000720      01 AUD-COPY-RECORD PIC X(100).
000730      FD  CYCL-FILE.
000740      01 CYCL-RECORD.
000750          COPY CYCLREC.
000760      FD  TRANS-FILE.
000770      01 TRAN-RECORD.
000780          COPY TRANREC.
000790      FD  REPORT-FILE.
000800      01 REPORT-RECORD PIC X(80).
000810      FD  AUDIT-FILE.
000820      01 AUDIT-RECORD PIC X(100).
000830      FD  CHECKPOINT-FILE.
000840      01 CHECKPOINT-RECORD.
000850          COPY CKPTREC.
000860      FD  PARAM-FILE.
000870      01 PARAM-RECORD.
000880          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000890          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000900          05 PARM-MAX-RECYCLE PIC 99.
000910          05 PARM-BUS-DATE PIC 9(8).
000920      FD  FEED-FILE.
000930      01 FEED-RECORD.
000940          COPY FEEDREC.
000950      FD  SUSP-IN-FILE.
000960      01 SUSP-IN-RECORD.
000970          05 SI-TRAN-DATA PIC X(36).
000980          05 SI-FAIL-REASON PIC X(16).
000990          05 SI-RUN-ID PIC X(8).
001000          05 SI-RECYCLE-COUNT PIC 9(2).
001010          05 SI-BATCH-TRAIL PIC X(14).
001020      FD  SUSP-OUT-FILE.
001030      01 SUSP-OUT-RECORD.
001040          05 SO-TRAN-DATA PIC X(36).
001050          05 SO-FAIL-REASON PIC X(16).
001060          05 SO-RUN-ID PIC X(8).
001070          05 SO-RECYCLE-COUNT PIC 9(2).
001080          05 SO-BATCH-TRAIL PIC X(14).
001090      FD  HARD-REJ-FILE.
001100      01 HARD-REJ-RECORD.
001110          05 HREJ-OUT-LINE PIC X(77).
001120          05 FILLER PIC X(2).
001130          05 HREJ-OUT-BATCH-TRAIL PIC X(14).
001140      FD  CFWD-IN-FILE.
001150      01 CFWD-IN-RECORD PIC X(50).
001160      FD  CFWD-OUT-FILE.
001170      01 CFWD-OUT-RECORD PIC X(50).
001180      FD  RTND-FILE.
001190      01 RTND-RECORD.
001200          COPY RTNREC.
001210      FD  RUPD-FILE.
001220      01 RUPD-RECORD.
001230          COPY RUPDREC.
001240      FD  LIMIT-FILE.
001250      01 LIMIT-RECORD.
001260          05 LIMT-KEY.
001270              10 LIMT-SOURCE-ID PIC X.
001280              10 LIMT-OP-CODE PIC X.
001290          05 LIMT-MAX-NUM3 PIC S9(7)V99 SIGN LEADING SEPARATE.
001300      FD  AHLD-FILE.
001310      01 AHLD-RECORD.
001320          COPY AHLDREC.
001330      FD  RESULTS-FILE.
001340      01 RESULTS-RECORD.
001350          COPY RESREC.
001360      FD  AUD-HIST-FILE.
001370      01 AUD-HIST-RECORD PIC X(100).
001380      FD  ARIN-FILE.
001390      01 ARIN-RECORD.
001400          05 ARIN-TRAN-DATA PIC X(36).
001410          05 ARIN-REM PIC S9(4)V99 SIGN LEADING SEPARATE.
001420          05 FILLER PIC X(28).
001430          05 ARIN-BATCH-TRAIL PIC X(14).
001440    WORKING-STORAGE SECTION.
001450      01 WS-REMAINDER PIC S9(4)V99.
001460      01 WS-SIZE-ERROR-FLAG PIC X VALUE "N".
001470      01 WS-EOF-FLAG PIC X VALUE "N".
001480      01 WS-PAGE-NO PIC 9(4) VALUE ZERO.
001490      01 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
001500      01 WS-MAX-LINES PIC 9(2) VALUE 20.
001510      01 WS-CURRENT-DATE.
001520          05 WS-CURR-YYYY PIC 9(4).
001530          05 WS-CURR-MM PIC 9(2).
001540          05 WS-CURR-DD PIC 9(2).
001550      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001560          PIC 9(8).
001570      01 WS-RUN-DATE-DISP PIC X(10).
001580      01 HDR-LINE-1.
001590          05 FILLER PIC X(20) VALUE "MATH TRANSACTION RPT".
001600          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001610          05 HDR1-RUN-DATE PIC X(10).
001620          05 FILLER PIC X(8) VALUE "   PAGE:".
001630          05 HDR1-PAGE-NO PIC ZZZ9.
001640          05 HDR1-CYCLE PIC X(10) VALUE SPACES.
001650      01 HDR-LINE-2.
001660          05 FILLER PIC X(10) VALUE "NUM1".
001670          05 FILLER PIC X(10) VALUE "NUM2".
001680          05 FILLER PIC X(4) VALUE "OP".
001690          05 FILLER PIC X(13) VALUE "NUM3".
001700          05 FILLER PIC X(10) VALUE "REM".
001710          05 FILLER PIC X(11) VALUE "EFF DATE".
001720          05 FILLER PIC X(11) VALUE "STATUS".
001730      01 DTL-LINE.
001740          05 DTL-NUM1 PIC +ZZZ9.99.
001750          05 FILLER PIC X(2) VALUE SPACES.
001760          05 DTL-NUM2 PIC +ZZZ9.99.
001770          05 FILLER PIC X(2) VALUE SPACES.
001780          05 DTL-OP PIC X.
001790          05 FILLER PIC X(3) VALUE SPACES.
001800          05 DTL-NUM3 PIC +Z(6)9.99.
001810          05 FILLER PIC X(2) VALUE SPACES.
001820          05 DTL-REM PIC +ZZZ9.99.
001830          05 FILLER PIC X(2) VALUE SPACES.
001840          05 DTL-EFF-DATE PIC X(10).
001850          05 FILLER PIC X(1) VALUE SPACE.
001860          05 DTL-STATUS PIC X(16).
001870      01 WS-TRANS-FILE-STATUS PIC XX VALUE "00".
001880      01 WS-SUSP-IN-FILE-STATUS PIC XX VALUE "00".
001890      01 WS-SUSP-OUT-FILE-STATUS PIC XX VALUE "00".
001900      01 WS-HARD-REJ-FILE-STATUS PIC XX VALUE "00".
001910      01 WS-SUSP-ACTIVE PIC X VALUE "N".
001920      01 WS-CFWD-IN-FILE-STATUS PIC XX VALUE "00".
001930      01 WS-CFWD-OUT-FILE-STATUS PIC XX VALUE "00".
001940      01 WS-CFWD-ACTIVE PIC X VALUE "N".
001950      01 WS-CFWD-OPENED PIC X VALUE "N".
001960      01 WS-TRANS-ACTIVE PIC X VALUE "Y".
001970      01 WS-ARIN-FILE-STATUS PIC XX VALUE "00".
001980      01 WS-ARIN-ACTIVE PIC X VALUE "N".
001990      01 WS-ARIN-OPENED PIC X VALUE "N".
002000      01 WS-CURR-RELEASED PIC X VALUE "N".
002010      01 WS-REL-REM PIC S9(4)V99 VALUE ZERO.
002020      01 WS-AHLD-FILE-STATUS PIC XX VALUE "00".
002030      01 WS-RTND-FILE-STATUS PIC XX VALUE "00".
002040      01 WS-CFWD-COUNT PIC 9(8) VALUE ZERO.
002050      01 WS-RESTART-CFWD PIC 9(8) VALUE ZERO.
002060      01 WS-SKIP-TOTAL PIC 9(8) VALUE ZERO.
002070      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
002080      01 WS-RESULTS-FILE-STATUS PIC XX VALUE "00".
002090      01 WS-RESULTS-AVAIL PIC X VALUE "N".
002100      01 WS-MASTER-HIT PIC X VALUE "N".
002110      01 WS-SUSP-OPENED PIC X VALUE "N".
002120      01 WS-CURR-RECYCLE PIC 9(2) VALUE ZERO.
002130      01 WS-CURR-ORIGIN PIC X VALUE "D".
002140      01 WS-HARD-REJECTED PIC X VALUE "N".
002150      01 WS-MAX-RECYCLE PIC 9(2) VALUE 03.
002160      01 WS-FAIL-REASON PIC X(16).
002170      01 WS-PEND-ACTIVE PIC X VALUE "N".
002180      01 WS-PEND-TYPE PIC X.
002190      01 WS-PEND-SOURCE PIC X.
002200      01 WS-PEND-EFF-DATE PIC 9(8).
002210      01 WS-EFF-DATE-DISP PIC X(10).
002220      01 WS-PEND-NUM1 PIC S9(4)V99.
002230      01 WS-PEND-NUM2 PIC S9(4)V99.
002240      01 WS-PEND-OP PIC X.
002250      01 WS-PEND-NUM3 PIC S9(7)V99.
002260      01 WS-PEND-REM PIC S9(4)V99.
002270      01 WS-PEND-STATUS PIC X.
002280      01 WS-PEND-BATCH-TRAIL PIC X(14).
002290      01 WS-PEND-REASON PIC X(16).
002300      01 WS-PEND-ORIGIN PIC X.
002310      01 WS-PEND-HARD-REJ PIC X VALUE "N".
002320      01 WS-PEND-ORIG-RUN-ID PIC X(8).
002330      01 WS-PEND-RELEASED PIC X VALUE "N".
002340      01 WS-PEND-OVER-LIMIT PIC X VALUE "N".
002350      01 WS-PEND-LIMIT PIC S9(7)V99 VALUE ZERO.
002360      01 WS-DTL-STATUS-TXT PIC X(16).
002370      01 WS-PREV-NUM3 PIC S9(7)V99 VALUE ZERO.
002380      01 WS-HAVE-PREV PIC X VALUE "N".
002390      01 WS-CHAIN-BROKEN PIC X VALUE "N".
002400      01 WS-REV-ORIG-RUN-ID PIC X(8).
002410      01 WS-REV-FOUND PIC X VALUE "N".
002420      01 WS-REV-DONE PIC X VALUE "N".
002430      01 WS-REV-NUM3 PIC S9(7)V99.
002440      01 WS-REV-REM PIC S9(4)V99.
002450      01 WS-AUD-HIST-FILE-STATUS PIC XX VALUE "00".
002460      01 WS-AUD-HIST-EOF PIC X VALUE "N".
002470      01 WS-HIST-NUM1 PIC S9(4)V99.
002480      01 WS-HIST-NUM2 PIC S9(4)V99.
002490      01 HREJ-LINE.
002500          05 HREJ-TRAN-DATA PIC X(36).
002510          05 FILLER PIC X(2) VALUE SPACES.
002520          05 HREJ-REASON PIC X(16).
002530          05 FILLER PIC X(2) VALUE SPACES.
002540          05 HREJ-RUN-ID PIC X(8).
002550          05 FILLER PIC X(11) VALUE "  RECYCLES:".
002560          05 HREJ-COUNT PIC Z9.
002570      01 WS-HIST-NUM3 PIC S9(7)V99.
002580      01 WS-HIST-REM PIC S9(4)V99.
002590      01 WS-REV-TAB-COUNT PIC 9(4) VALUE ZERO.
002600      01 WS-REV-IX PIC 9(4) VALUE ZERO.
002610      01 WS-REV-ENTRY-KEY.
002620          05 WS-REV-KEY-TRAN PIC X(15).
002630          05 WS-REV-KEY-RUN-ID PIC X(8).
002640      01 WS-REV-TABLE.
002650          05 WS-REV-TAB-KEY PIC X(23) OCCURS 500.
002660      01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
002670      01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
002680      01 WS-FEED-FILE-STATUS PIC XX VALUE "00".
002690      01 WS-RUN-ID PIC X(8).
002700      01 WS-CURRENT-TIME PIC 9(8).
002710      01 WS-RUN-TIME-DISP PIC X(8).
002720      01 AUD-LINE.
002730          COPY AUDREC.
002740      01 WS-AUD-STATUS-TXT PIC XX.
002750      01 WS-CKPT-FILE-STATUS PIC XX VALUE "00".
002760      01 WS-RESTART-COUNT PIC 9(8) VALUE ZERO.
002770      01 WS-IS-RESTART PIC X VALUE "N".
002780      01 WS-RECORDS-PROCESSED PIC 9(8) VALUE ZERO.
002790      01 WS-CKPT-INTERVAL PIC 9(8) VALUE 1000.
002800      01 WS-NUM3-SUM PIC S9(10)V99 VALUE ZERO.
002810      01 TRL-LINE.
002820          05 FILLER PIC X(16) VALUE "CONTROL TOTALS".
002830          05 FILLER PIC X(8) VALUE "  COUNT:".
002840          05 TRL-COUNT PIC Z(7)9.
002850          05 FILLER PIC X(7) VALUE "  SUM:".
002860          05 TRL-SUM PIC +Z(9)9.99.
002870      01 TRL-SRC-LINE.
002880          05 FILLER PIC X(7) VALUE "SOURCE".
002890          05 TRL-SRC-ID PIC X.
002900          05 FILLER PIC X(8) VALUE "  COUNT:".
002910          05 TRL-SRC-COUNT PIC Z(7)9.
002920          05 FILLER PIC X(7) VALUE "  SUM:".
002930          05 TRL-SRC-SUM PIC +Z(9)9.99.
002940      01 TRL-CFWD-LINE.
002950          05 FILLER PIC X(16) VALUE "CARRIED FORWARD".
002960          05 FILLER PIC X(8) VALUE "  COUNT:".
002970          05 TRL-CFWD-COUNT PIC Z(7)9.
002980      01 WS-ORD-COUNT PIC 9(8) VALUE ZERO.
002990      01 WS-ORD-SUM PIC S9(10)V99 VALUE ZERO.
003000      01 WS-RTE-COUNT PIC 9(8) VALUE ZERO.
003010      01 WS-RTE-SUM PIC S9(10)V99 VALUE ZERO.
003020      01 WS-WHS-COUNT PIC 9(8) VALUE ZERO.
003030      01 WS-WHS-SUM PIC S9(10)V99 VALUE ZERO.
003040      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
003050      01 WS-LIMIT-FILE-STATUS PIC XX VALUE "00".
003060      01 WS-LIMIT-EOF PIC X VALUE "N".
003070      01 WS-LIM-COUNT PIC 9(4) VALUE ZERO.
003080      01 WS-LIM-IX PIC 9(4) VALUE ZERO.
003090      01 WS-DEFAULT-NUM1 PIC S9(4)V99 VALUE +4.
003100      01 WS-DEFAULT-NUM2 PIC S9(4)V99 VALUE +10.
003110      01 WS-RUNC-FUNCTION PIC X(5).
003120      01 WS-RUNC-STEP PIC X(8).
003130      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
003140      01 WS-RUNC-RETURN PIC XX VALUE "00".
003150      01 WS-CALR-FUNCTION PIC X(4).
003160      01 WS-CALR-DATE PIC 9(8) VALUE ZERO.
003170      01 WS-CALR-TO-DATE PIC 9(8) VALUE ZERO.
003180      01 WS-CALR-DAYS PIC 9(5) VALUE ZERO.
003190      01 WS-CALR-RETURN PIC XX VALUE "00".
003200      01 WS-EFF-DUE-DATE PIC 9(8) VALUE ZERO.
003210      01 WS-PARTITION-PARM PIC X(10).
003220      01 WS-PARTITION-ID PIC X VALUE SPACE.
003230      01 WS-STEP-NAME PIC X(8) VALUE "MATH".
003240      01 WS-TRANS-NAME PIC X(12) VALUE "TRANSCLN.DAT".
003250      01 WS-REPORT-NAME PIC X(12) VALUE "MATHRPT.TXT".
003260      01 WS-AUDIT-NAME PIC X(12) VALUE "MATHAUD.TXT".
003270      01 WS-CKPT-NAME PIC X(12) VALUE "MATHCKPT.TXT".
003280      01 WS-FEED-NAME PIC X(12) VALUE "MATHFEED.TXT".
003290      01 WS-SUSP-IN-NAME PIC X(12) VALUE "MATHSUSP.DAT".
003300      01 WS-SUSP-OUT-NAME PIC X(12) VALUE "MATHSUSO.DAT".
003310      01 WS-HARD-REJ-NAME PIC X(12) VALUE "MATHHREJ.TXT".
003320      01 WS-CFWD-IN-NAME PIC X(12) VALUE "MATHCFWD.DAT".
003330      01 WS-CFWD-OUT-NAME PIC X(12) VALUE "MATHCFWO.DAT".
003340      01 WS-RUPD-NAME PIC X(12) VALUE "MATHRUPD.DAT".
003350      01 WS-AHLD-NAME PIC X(12) VALUE "MATHAHLD.DAT".
003360      01 WS-ARIN-NAME PIC X(12) VALUE "MATHARIN.DAT".
003370      01 WS-RTND-NAME PIC X(12) VALUE "MATHRTND.TXT".
003380      01 WS-AUD-COPY-FILE-STATUS PIC XX VALUE "00".
003390      01 WS-CYCL-FILE-STATUS PIC XX VALUE "00".
003400      01 WS-CYCLE PIC 99 VALUE ZERO.
003410      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
003420      01 WS-RUPD-FILE-STATUS PIC XX VALUE "00".
003430      01 WS-LIM-ENTRY-KEY.
003440          05 WS-LIM-KEY-SOURCE PIC X.
003450          05 WS-LIM-KEY-OP PIC X.
003460      01 WS-LIM-TABLE.
003470          05 WS-LIM-ENTRY OCCURS 50.
003480              10 WS-LIM-TAB-KEY PIC X(2).
003490              10 WS-LIM-TAB-MAX PIC S9(7)V99.
003500  PROCEDURE DIVISION.
003510    0000-MAIN-PROCESS.
003520        PERFORM 1500-SET-FILE-NAMES
003530        PERFORM 0100-RUN-CONTROL-START
003540        OPEN INPUT TRANS-FILE
003550        IF WS-TRANS-FILE-STATUS NOT = "00"
003560          DISPLAY "TRANS-FILE OPEN FAILED, STATUS="
003570            WS-TRANS-FILE-STATUS
003580          STOP RUN
003590        END-IF
003600        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003610        ACCEPT WS-CURRENT-TIME FROM TIME
003620        MOVE WS-CURRENT-TIME TO WS-RUN-ID
003630        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
003640          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
003650        MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-DISP(1:2)
003660        MOVE ":" TO WS-RUN-TIME-DISP(3:1)
003670        MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-DISP(4:2)
003680        MOVE ":" TO WS-RUN-TIME-DISP(6:1)
003690        MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-DISP(7:2)
003700        PERFORM 1300-OPEN-RESULTS-MASTER
003710        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
003720        PERFORM 1200-READ-PARAMETERS
003730        PERFORM 1250-LOAD-LIMITS
003740        IF WS-CYCLE = ZERO
003750          OPEN INPUT SUSP-IN-FILE
003760          IF WS-SUSP-IN-FILE-STATUS = "00"
003770            MOVE "Y" TO WS-SUSP-ACTIVE
003780            MOVE "Y" TO WS-SUSP-OPENED
003790          END-IF
003800          OPEN INPUT CFWD-IN-FILE
003810          IF WS-CFWD-IN-FILE-STATUS = "00"
003820            MOVE "Y" TO WS-CFWD-ACTIVE
003830            MOVE "Y" TO WS-CFWD-OPENED
003840          END-IF
003850          OPEN INPUT ARIN-FILE
003860          IF WS-ARIN-FILE-STATUS = "00"
003870            MOVE "Y" TO WS-ARIN-ACTIVE
003880            MOVE "Y" TO WS-ARIN-OPENED
003890          END-IF
003900        END-IF
003910        PERFORM 1000-INIT-CHECKPOINT
003920        IF WS-IS-RESTART = "Y"
003930          OPEN EXTEND REPORT-FILE
003940          IF WS-REPORT-FILE-STATUS = "35"
003950            OPEN OUTPUT REPORT-FILE
003960          END-IF
003970        ELSE
003980          OPEN OUTPUT REPORT-FILE
003990        END-IF
004000        OPEN EXTEND AUDIT-FILE
004010        IF WS-AUDIT-FILE-STATUS = "35"
004020          OPEN OUTPUT AUDIT-FILE
004030        END-IF
004040        IF WS-CYCLE > ZERO
004050          PERFORM 1560-OPEN-AUDIT-COPY
004060        END-IF
004070        IF WS-IS-RESTART = "Y"
004080          OPEN EXTEND FEED-FILE
004090          IF WS-FEED-FILE-STATUS = "35"
004100            OPEN OUTPUT FEED-FILE
004110          END-IF
004120        ELSE
004130          OPEN OUTPUT FEED-FILE
004140        END-IF
004150        IF WS-IS-RESTART = "Y"
004160          OPEN EXTEND SUSP-OUT-FILE
004170          IF WS-SUSP-OUT-FILE-STATUS = "35"
004180            OPEN OUTPUT SUSP-OUT-FILE
004190          END-IF
004200          OPEN EXTEND HARD-REJ-FILE
004210          IF WS-HARD-REJ-FILE-STATUS = "35"
004220            OPEN OUTPUT HARD-REJ-FILE
004230          END-IF
004240        ELSE
004250          IF WS-CYCLE = ZERO
004260            OPEN OUTPUT SUSP-OUT-FILE
004270          ELSE
004280            OPEN EXTEND SUSP-OUT-FILE
004290            IF WS-SUSP-OUT-FILE-STATUS = "35"
004300              OPEN OUTPUT SUSP-OUT-FILE
004310            END-IF
004320          END-IF
004330          OPEN OUTPUT HARD-REJ-FILE
004340        END-IF
004350        IF WS-IS-RESTART = "Y" OR WS-CYCLE > ZERO
004360          OPEN EXTEND CFWD-OUT-FILE
004370          IF WS-CFWD-OUT-FILE-STATUS = "35"
004380            OPEN OUTPUT CFWD-OUT-FILE
004390          END-IF
004400        ELSE
004410          OPEN OUTPUT CFWD-OUT-FILE
004420        END-IF
004430        IF WS-IS-RESTART = "Y" OR WS-CYCLE > ZERO
004440          OPEN EXTEND RTND-FILE
004450          IF WS-RTND-FILE-STATUS = "35"
004460            OPEN OUTPUT RTND-FILE
004470          END-IF
004480        ELSE
004490          OPEN OUTPUT RTND-FILE
004500        END-IF
004510        IF WS-PARTITION-ID NOT = SPACE
004520          IF WS-IS-RESTART = "Y"
004530            OPEN EXTEND RUPD-FILE
004540            IF WS-RUPD-FILE-STATUS = "35"
004550              OPEN OUTPUT RUPD-FILE
004560            END-IF
004570          ELSE
004580            OPEN OUTPUT RUPD-FILE
004590          END-IF
004600        END-IF
004610        IF WS-PARTITION-ID NOT = SPACE AND WS-IS-RESTART NOT = "Y"
004620          OPEN OUTPUT AHLD-FILE
004630        ELSE
004640          OPEN EXTEND AHLD-FILE
004650          IF WS-AHLD-FILE-STATUS = "35"
004660            OPEN OUTPUT AHLD-FILE
004670          END-IF
004680        END-IF
004690        IF WS-EOF-FLAG NOT = "Y"
004700          PERFORM 2100-READ-TRANSACTION
004710        END-IF
004720        PERFORM UNTIL WS-EOF-FLAG = "Y"
004730          PERFORM 2200-CALCULATE
004740          PERFORM 2100-READ-TRANSACTION
004750        END-PERFORM
004760        IF WS-PEND-ACTIVE = "Y"
004770          PERFORM 3700-FLUSH-PENDING
004780        END-IF
004790        PERFORM 5000-WRITE-FINAL-CHECKPOINT
004800        PERFORM 3300-WRITE-REPORT-TRAILER
004810        CLOSE TRANS-FILE
004820        CLOSE REPORT-FILE
004830        CLOSE AUDIT-FILE
004840        IF WS-CYCLE > ZERO
004850          CLOSE AUD-COPY-FILE
004860        END-IF
004870        CLOSE FEED-FILE
004880        CLOSE SUSP-OUT-FILE
004890        CLOSE HARD-REJ-FILE
004900        CLOSE CFWD-OUT-FILE
004910        CLOSE AHLD-FILE
004920        CLOSE RTND-FILE
004930        IF WS-ARIN-OPENED = "Y"
004940          CLOSE ARIN-FILE
004950        END-IF
004960        IF WS-PARTITION-ID NOT = SPACE
004970          CLOSE RUPD-FILE
004980        END-IF
004990        IF WS-CFWD-OPENED = "Y"
005000          CLOSE CFWD-IN-FILE
005010        END-IF
005020        IF WS-RESULTS-AVAIL = "Y"
005030          CLOSE RESULTS-FILE
005040        END-IF
005050        IF WS-SUSP-OPENED = "Y"
005060          CLOSE SUSP-IN-FILE
005070        END-IF
005080        PERFORM 0900-RUN-CONTROL-END
005090        STOP RUN.
005100
005110    0100-RUN-CONTROL-START.
005120        MOVE "START" TO WS-RUNC-FUNCTION
005130        MOVE WS-STEP-NAME TO WS-RUNC-STEP
005140        MOVE ZERO TO WS-RUNC-REC-COUNT
005150        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
005160          WS-RUNC-REC-COUNT WS-RUNC-RETURN
005170        IF WS-RUNC-RETURN NOT = "00"
005180          STOP RUN
005190        END-IF.
005200
005210    0900-RUN-CONTROL-END.
005220        MOVE "END" TO WS-RUNC-FUNCTION
005230        MOVE WS-STEP-NAME TO WS-RUNC-STEP
005240        MOVE WS-RECORDS-PROCESSED TO WS-RUNC-REC-COUNT
005250        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
005260          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
005270
005280*    PARTITIONED RUNNING. WHEN A PARTITION ID (O, R OR W)
005290*    IS GIVEN ON THE COMMAND LINE THIS EXECUTION WORKS ONE
005300*    PER-SOURCE SLICE CUT BY MATHSPLT, WITH ITS OWN
005310*    CHECKPOINT, SUSPENSE, CARRY-FORWARD AND OUTPUT FILES,
005320*    SO THE THREE SOURCES CAN RUN CONCURRENTLY AND RESTART
005330*    INDEPENDENTLY. MATHMRGE COMBINES THE PARTITION OUTPUT
005340*    FILES AFTERWARDS. WITH NO PARAMETER THE RUN IS THE
005350*    SINGLE-STREAM PASS OVER THE FULL FILES AS BEFORE.
005360    1500-SET-FILE-NAMES.
005370        MOVE SPACES TO WS-PARTITION-PARM
005380        ACCEPT WS-PARTITION-PARM FROM COMMAND-LINE
005390        IF WS-PARTITION-PARM(1:1) = "O"
005400            OR WS-PARTITION-PARM(1:1) = "R"
005410            OR WS-PARTITION-PARM(1:1) = "W"
005420          MOVE WS-PARTITION-PARM(1:1) TO WS-PARTITION-ID
005430          MOVE SPACES TO WS-STEP-NAME
005440          STRING "MATH" WS-PARTITION-ID
005450            DELIMITED BY SIZE INTO WS-STEP-NAME
005460          MOVE SPACES TO WS-TRANS-NAME
005470          STRING "TRANSCLN." WS-PARTITION-ID
005480            DELIMITED BY SIZE INTO WS-TRANS-NAME
005490          MOVE SPACES TO WS-REPORT-NAME
005500          STRING "MATHRPT." WS-PARTITION-ID
005510            DELIMITED BY SIZE INTO WS-REPORT-NAME
005520          MOVE SPACES TO WS-AUDIT-NAME
005530          STRING "MATHAUD." WS-PARTITION-ID
005540            DELIMITED BY SIZE INTO WS-AUDIT-NAME
005550          MOVE SPACES TO WS-CKPT-NAME
005560          STRING "MATHCKPT." WS-PARTITION-ID
005570            DELIMITED BY SIZE INTO WS-CKPT-NAME
005580          MOVE SPACES TO WS-FEED-NAME
005590          STRING "MATHFEED." WS-PARTITION-ID
005600            DELIMITED BY SIZE INTO WS-FEED-NAME
005610          MOVE SPACES TO WS-SUSP-IN-NAME
005620          STRING "MATHSUSP." WS-PARTITION-ID
005630            DELIMITED BY SIZE INTO WS-SUSP-IN-NAME
005640          MOVE SPACES TO WS-SUSP-OUT-NAME
005650          STRING "MATHSUSO." WS-PARTITION-ID
005660            DELIMITED BY SIZE INTO WS-SUSP-OUT-NAME
005670          MOVE SPACES TO WS-HARD-REJ-NAME
005680          STRING "MATHHREJ." WS-PARTITION-ID
005690            DELIMITED BY SIZE INTO WS-HARD-REJ-NAME
005700          MOVE SPACES TO WS-CFWD-IN-NAME
005710          STRING "MATHCFWD." WS-PARTITION-ID
005720            DELIMITED BY SIZE INTO WS-CFWD-IN-NAME
005730          MOVE SPACES TO WS-CFWD-OUT-NAME
005740          STRING "MATHCFWO." WS-PARTITION-ID
005750            DELIMITED BY SIZE INTO WS-CFWD-OUT-NAME
005760          MOVE SPACES TO WS-RUPD-NAME
005770          STRING "MATHRUPD." WS-PARTITION-ID
005780            DELIMITED BY SIZE INTO WS-RUPD-NAME
005790          MOVE SPACES TO WS-AHLD-NAME
005800          STRING "MATHAHLD." WS-PARTITION-ID
005810            DELIMITED BY SIZE INTO WS-AHLD-NAME
005820          MOVE SPACES TO WS-ARIN-NAME
005830          STRING "MATHARIN." WS-PARTITION-ID
005840            DELIMITED BY SIZE INTO WS-ARIN-NAME
005850          MOVE SPACES TO WS-RTND-NAME
005860          STRING "MATHRTND." WS-PARTITION-ID
005870            DELIMITED BY SIZE INTO WS-RTND-NAME
005880        END-IF
005890        IF WS-PARTITION-ID = SPACE
005900          PERFORM 1550-SET-CYCLE-NAMES
005910        END-IF.
005920
005930*    AN INTRADAY CYCLE (SEE CYCLREC) IS A SINGLE-STREAM RUN OF
005940*    THE ONE BATCH ITS MATHEDIT PASSED, ON TRANSCLN.CNN. IT
005950*    WRITES ITS OWN REPORT, AUDIT, FEED, CHECKPOINT AND HARD
005960*    REJECTS AS .CNN FILES AND RECYCLES NOTHING: SUSPENSE,
005970*    CARRY-FORWARDS AND RELEASED HOLDS WAIT FOR THE NIGHTLY
005980*    RUN, AND THE CYCLE'S OWN SUSPENDED AND CARRIED ITEMS ARE
005990*    ADDED TO MATHSUSP.DAT AND MATHCFWD.DAT FOR THAT RUN TO
006000*    PICK UP. ITS DISPOSITIONS GO ON MATHRTNL.DAT, WHICH THE
006010*    NIGHTLY MATHRTRN RETURNS TO THE DESK.
006020    1550-SET-CYCLE-NAMES.
006030        OPEN INPUT CYCL-FILE
006040        IF WS-CYCL-FILE-STATUS = "00"
006050          READ CYCL-FILE
006060            NOT AT END
006070              IF CYCL-CYCLE IS NUMERIC
006080                MOVE CYCL-CYCLE TO WS-CYCLE
006090              END-IF
006100          END-READ
006110          CLOSE CYCL-FILE
006120        END-IF
006130        IF WS-CYCLE > ZERO
006140          STRING "C" WS-CYCLE DELIMITED BY SIZE
006150            INTO WS-CYCLE-SUFFIX
006160          MOVE SPACES TO WS-TRANS-NAME
006170          STRING "TRANSCLN." WS-CYCLE-SUFFIX
006180            DELIMITED BY SIZE INTO WS-TRANS-NAME
006190          MOVE SPACES TO WS-REPORT-NAME
006200          STRING "MATHRPT." WS-CYCLE-SUFFIX
006210            DELIMITED BY SIZE INTO WS-REPORT-NAME
006220          MOVE SPACES TO WS-AUDIT-NAME
006230          STRING "MATHAUD." WS-CYCLE-SUFFIX
006240            DELIMITED BY SIZE INTO WS-AUDIT-NAME
006250          MOVE SPACES TO WS-CKPT-NAME
006260          STRING "MATHCKPT." WS-CYCLE-SUFFIX
006270            DELIMITED BY SIZE INTO WS-CKPT-NAME
006280          MOVE SPACES TO WS-FEED-NAME
006290          STRING "MATHFEED." WS-CYCLE-SUFFIX
006300            DELIMITED BY SIZE INTO WS-FEED-NAME
006310          MOVE SPACES TO WS-HARD-REJ-NAME
006320          STRING "MATHHREJ." WS-CYCLE-SUFFIX
006330            DELIMITED BY SIZE INTO WS-HARD-REJ-NAME
006340          MOVE "MATHSUSP.DAT" TO WS-SUSP-OUT-NAME
006350          MOVE "MATHCFWD.DAT" TO WS-CFWD-OUT-NAME
006360          MOVE "MATHRTNL.DAT" TO WS-RTND-NAME
006370          STRING "  CYCLE " WS-CYCLE DELIMITED BY SIZE
006380            INTO HDR1-CYCLE
006390        END-IF.
006400
006410*    A CYCLE'S AUDIT LINES ALSO GO ON THE AUDIT HISTORY, WHERE
006420*    LATER REVERSALS, INQUIRIES AND STATISTICS LOOK FOR THEM.
006430    1560-OPEN-AUDIT-COPY.
006440        OPEN EXTEND AUD-COPY-FILE
006450        IF WS-AUD-COPY-FILE-STATUS = "35"
006460          OPEN OUTPUT AUD-COPY-FILE
006470        END-IF
006480        IF WS-AUD-COPY-FILE-STATUS NOT = "00"
006490          DISPLAY "AUD-COPY-FILE OPEN FAILED, STATUS="
006500            WS-AUD-COPY-FILE-STATUS
006510          STOP RUN
006520        END-IF.
006530
006540    2100-READ-TRANSACTION.
006550        IF WS-SUSP-ACTIVE = "Y"
006560          READ SUSP-IN-FILE
006570            AT END
006580              MOVE "N" TO WS-SUSP-ACTIVE
006590              PERFORM 2105-READ-CARRY-FWD
006600            NOT AT END
006610              MOVE SI-TRAN-DATA TO TRAN-RECORD
006620              MOVE SI-RECYCLE-COUNT TO WS-CURR-RECYCLE
006630              MOVE SI-BATCH-TRAIL TO TRAN-BATCH-TRAIL
006640              MOVE "S" TO WS-CURR-ORIGIN
006650          END-READ
006660        ELSE
006670          PERFORM 2105-READ-CARRY-FWD
006680        END-IF.
006690
006700    2105-READ-CARRY-FWD.
006710        IF WS-CFWD-ACTIVE = "Y"
006720          READ CFWD-IN-FILE
006730            AT END
006740              MOVE "N" TO WS-CFWD-ACTIVE
006750              PERFORM 2110-READ-DAILY-TRANS
006760            NOT AT END
006770              MOVE CFWD-IN-RECORD TO TRAN-RECORD
006780              MOVE ZERO TO WS-CURR-RECYCLE
006790              MOVE "C" TO WS-CURR-ORIGIN
006800          END-READ
006810        ELSE
006820          PERFORM 2110-READ-DAILY-TRANS
006830        END-IF.
006840
006850    2110-READ-DAILY-TRANS.
006860        MOVE ZERO TO WS-CURR-RECYCLE
006870        IF WS-TRANS-ACTIVE = "Y"
006880          READ TRANS-FILE
006890            AT END
006900              MOVE "N" TO WS-TRANS-ACTIVE
006910              PERFORM 2115-READ-RELEASED
006920            NOT AT END
006930              MOVE "D" TO WS-CURR-ORIGIN
006940          END-READ
006950        ELSE
006960          PERFORM 2115-READ-RELEASED
006970        END-IF.
006980
006990*    RESULTS RELEASED BY A SUPERVISOR THROUGH MATHAPRV ARE
007000*    COLLECTED ONTO MATHARIN.DAT BY MATHCOLL AND READ HERE
007010*    ONCE THE DAILY TRANSACTIONS ARE EXHAUSTED.
007020    2115-READ-RELEASED.
007030        IF WS-ARIN-ACTIVE = "Y"
007040          READ ARIN-FILE
007050            AT END
007060              MOVE "N" TO WS-ARIN-ACTIVE
007070              MOVE "Y" TO WS-EOF-FLAG
007080            NOT AT END
007090              MOVE ARIN-TRAN-DATA TO TRAN-RECORD
007100              MOVE ARIN-REM TO WS-REL-REM
007110              MOVE ARIN-BATCH-TRAIL TO TRAN-BATCH-TRAIL
007120              MOVE "A" TO WS-CURR-ORIGIN
007130              MOVE "Y" TO WS-CURR-RELEASED
007140          END-READ
007150        ELSE
007160          MOVE "Y" TO WS-EOF-FLAG
007170        END-IF.
007180
007190    1200-READ-PARAMETERS.
007200        OPEN INPUT PARAM-FILE
007210        IF WS-PARAM-FILE-STATUS = "00"
007220          READ PARAM-FILE
007230            NOT AT END
007240              IF PARM-NUM1 IS NUMERIC
007250                MOVE PARM-NUM1 TO WS-DEFAULT-NUM1
007260              END-IF
007270              IF PARM-NUM2 IS NUMERIC
007280                MOVE PARM-NUM2 TO WS-DEFAULT-NUM2
007290              END-IF
007300              IF PARM-BUS-DATE IS NUMERIC
007310                  AND PARM-BUS-DATE > ZERO
007320                MOVE PARM-BUS-DATE TO WS-BUS-DATE
007330              END-IF
007340              IF PARM-MAX-RECYCLE IS NUMERIC
007350                MOVE PARM-MAX-RECYCLE TO WS-MAX-RECYCLE
007360              END-IF
007370          END-READ
007380          CLOSE PARAM-FILE
007390        END-IF.
007400
007410*    OVER-LIMIT HOLD. MATHLIMT.TXT GIVES THE LARGEST NUM3,
007420*    EITHER SIGN, THAT MAY BE FED UNSEEN FOR A SOURCE AND
007430*    OP-CODE. A PAIR WITH NO ENTRY, OR NO FILE AT ALL, HAS
007440*    NO LIMIT. THE FILE IS MAINTAINED BY THE BUSINESS
007450*    OUTSIDE THE PROGRAM AND READ AT THE START OF EACH RUN.
007460    1250-LOAD-LIMITS.
007470        MOVE ZERO TO WS-LIM-COUNT
007480        OPEN INPUT LIMIT-FILE
007490        IF WS-LIMIT-FILE-STATUS = "00"
007500          MOVE "N" TO WS-LIMIT-EOF
007510          PERFORM UNTIL WS-LIMIT-EOF = "Y"
007520            READ LIMIT-FILE
007530              AT END
007540                MOVE "Y" TO WS-LIMIT-EOF
007550              NOT AT END
007560                PERFORM 1260-STORE-LIMIT
007570            END-READ
007580          END-PERFORM
007590          CLOSE LIMIT-FILE
007600        END-IF.
007610
007620*    AN ENTRY THAT CANNOT BE HELD WOULD LEAVE ITS PAIR WITH NO
007630*    LIMIT, SO A BAD OR EXCESS ENTRY STOPS THE RUN BEFORE ANY
007640*    ITEM IS FED. CORRECT MATHLIMT.TXT AND RERUN.
007650    1260-STORE-LIMIT.
007660        IF LIMT-MAX-NUM3 NOT NUMERIC
007670          DISPLAY "INVALID LIMIT ENTRY: " LIMIT-RECORD
007680          DISPLAY "MATH STOPPED - CORRECT MATHLIMT.TXT AND RERUN"
007690          STOP RUN
007700        END-IF
007710        IF WS-LIM-COUNT NOT < 50
007720          DISPLAY "LIMIT TABLE FULL AT ENTRY: " LIMIT-RECORD
007730          DISPLAY "MATH STOPPED - CORRECT MATHLIMT.TXT AND RERUN"
007740          STOP RUN
007750        END-IF
007760        ADD 1 TO WS-LIM-COUNT
007770        MOVE LIMT-KEY TO WS-LIM-TAB-KEY(WS-LIM-COUNT)
007780        MOVE LIMT-MAX-NUM3 TO WS-LIM-TAB-MAX(WS-LIM-COUNT).
007790
007800    1000-INIT-CHECKPOINT.
007810        OPEN INPUT CHECKPOINT-FILE
007820        IF WS-CKPT-FILE-STATUS = "00"
007830          READ CHECKPOINT-FILE
007840            NOT AT END
007850              IF CKPT-STATUS = "INPROGRS"
007860                MOVE "Y" TO WS-IS-RESTART
007870                MOVE CKPT-REC-COUNT TO WS-RESTART-COUNT
007880                MOVE CKPT-NUM3-SUM TO WS-NUM3-SUM
007890                MOVE CKPT-PAGE-NO TO WS-PAGE-NO
007900                MOVE CKPT-PREV-NUM3 TO WS-PREV-NUM3
007910                MOVE CKPT-HAVE-PREV TO WS-HAVE-PREV
007920                MOVE CKPT-CHAIN-BROKEN TO WS-CHAIN-BROKEN
007930                MOVE CKPT-CFWD-COUNT TO WS-RESTART-CFWD
007940                MOVE CKPT-ORD-COUNT TO WS-ORD-COUNT
007950                MOVE CKPT-ORD-SUM TO WS-ORD-SUM
007960                MOVE CKPT-RTE-COUNT TO WS-RTE-COUNT
007970                MOVE CKPT-RTE-SUM TO WS-RTE-SUM
007980                MOVE CKPT-WHS-COUNT TO WS-WHS-COUNT
007990                MOVE CKPT-WHS-SUM TO WS-WHS-SUM
008000              END-IF
008010          END-READ
008020          CLOSE CHECKPOINT-FILE
008030        END-IF
008040        ADD WS-RESTART-COUNT WS-RESTART-CFWD
008050          GIVING WS-SKIP-TOTAL
008060        IF WS-SKIP-TOTAL > ZERO
008070          PERFORM 1100-SKIP-PROCESSED-RECORDS
008080        END-IF.
008090
008100    1100-SKIP-PROCESSED-RECORDS.
008110        MOVE WS-RESTART-COUNT TO WS-RECORDS-PROCESSED
008120        MOVE WS-RESTART-CFWD TO WS-CFWD-COUNT
008130        PERFORM WS-SKIP-TOTAL TIMES
008140          PERFORM 2100-READ-TRANSACTION
008150        END-PERFORM.
008160
008170    2200-CALCULATE.
008180        PERFORM 2202-SET-EFFECTIVE-DUE
008190        IF WS-EFF-DUE-DATE > WS-BUS-DATE
008200          PERFORM 3800-WRITE-CARRY-FORWARD
008210        ELSE
008220          EVALUATE TRUE
008230            WHEN WS-CURR-RELEASED = "Y"
008240              PERFORM 2260-PROCESS-RELEASE
008250            WHEN TRAN-TYPE = "R"
008260              PERFORM 2270-PROCESS-REVERSAL
008270            WHEN OTHER
008280              PERFORM 2205-PROCESS-TRANSACTION
008290          END-EVALUATE
008300        END-IF.
008310
008320*    AN EFFECTIVE-DATED ITEM FALLS DUE ON THE FIRST BUSINESS
008330*    DAY ON OR AFTER ITS DATE, SO ONE DATED FOR A WEEKEND OR
008340*    HOLIDAY GOES OUT WITH THE NEXT BUSINESS DAY'S RUN. A
008350*    DATE THE CALENDAR CANNOT PLACE (A YEAR NOT YET ON
008360*    MATHCAL.DAT) IS TAKEN AS IT STANDS.
008370    2202-SET-EFFECTIVE-DUE.
008380        MOVE ZERO TO WS-EFF-DUE-DATE
008390        IF TRAN-EFF-DATE IS NUMERIC
008400            AND TRAN-EFF-DATE > ZERO
008410          MOVE TRAN-EFF-DATE TO WS-EFF-DUE-DATE
008420          MOVE "NEXT" TO WS-CALR-FUNCTION
008430          MOVE TRAN-EFF-DATE TO WS-CALR-DATE
008440          CALL "MATHCALR" USING WS-CALR-FUNCTION WS-CALR-DATE
008450            WS-CALR-TO-DATE WS-CALR-DAYS WS-CALR-RETURN
008460          IF WS-CALR-RETURN = "00"
008470            MOVE WS-CALR-TO-DATE TO WS-EFF-DUE-DATE
008480          END-IF
008490        END-IF.
008500
008510    2205-PROCESS-TRANSACTION.
008520        PERFORM 3600-RESOLVE-PENDING
008530        IF WS-RECORDS-PROCESSED > ZERO
008540            AND FUNCTION MOD(WS-RECORDS-PROCESSED
008550              WS-CKPT-INTERVAL) = ZERO
008560          PERFORM 4000-WRITE-CHECKPOINT
008570        END-IF
008580        MOVE "N" TO WS-SIZE-ERROR-FLAG
008590        MOVE ZERO TO WS-REMAINDER
008600        MOVE SPACES TO WS-FAIL-REASON
008610        IF DEFAULT-FLAG = "Y"
008620          MOVE WS-DEFAULT-NUM1 TO NUM1
008630          MOVE WS-DEFAULT-NUM2 TO NUM2
008640        END-IF
008650        IF TRAN-TYPE = "C"
008660          PERFORM 2210-APPLY-CHAIN-RESULT
008670        END-IF
008680        IF WS-SIZE-ERROR-FLAG NOT = "Y"
008690          PERFORM 2240-LOOKUP-RESULTS-MASTER
008700          IF WS-MASTER-HIT = "N"
008710            PERFORM 2230-COMPUTE-RESULT
008720            IF WS-SIZE-ERROR-FLAG NOT = "Y"
008730              PERFORM 2250-STORE-RESULTS-MASTER
008740            END-IF
008750          END-IF
008760        END-IF
008770        IF WS-SIZE-ERROR-FLAG = "Y"
008780          DISPLAY NUM1 " " OP-CODE " " NUM2 " = *** SIZE ERR ***"
008790          IF WS-FAIL-REASON = SPACES
008800            MOVE "SIZE ERROR" TO WS-FAIL-REASON
008810          END-IF
008820          PERFORM 3500-WRITE-SUSPENSE
008830          MOVE "Y" TO WS-CHAIN-BROKEN
008840        ELSE
008850          DISPLAY NUM1 " " OP-CODE " " NUM2 " = " NUM3
008860          MOVE NUM3 TO WS-PREV-NUM3
008870          MOVE "Y" TO WS-HAVE-PREV
008880          MOVE "N" TO WS-CHAIN-BROKEN
008890        END-IF
008900        PERFORM 2220-LOAD-PENDING
008910        EVALUATE TRAN-SOURCE-ID
008920          WHEN "O"
008930            ADD 1 TO WS-ORD-COUNT
008940          WHEN "R"
008950            ADD 1 TO WS-RTE-COUNT
008960          WHEN "W"
008970            ADD 1 TO WS-WHS-COUNT
008980        END-EVALUATE
008990        ADD 1 TO WS-RECORDS-PROCESSED.
009000
009010    2210-APPLY-CHAIN-RESULT.
009020        IF WS-HAVE-PREV NOT = "Y"
009030          MOVE "Y" TO WS-SIZE-ERROR-FLAG
009040          MOVE "NO PRIOR RESULT" TO WS-FAIL-REASON
009050        ELSE
009060          IF WS-CHAIN-BROKEN = "Y"
009070            MOVE "Y" TO WS-SIZE-ERROR-FLAG
009080            MOVE "CHAIN BROKEN" TO WS-FAIL-REASON
009090          ELSE
009100            IF WS-PREV-NUM3 > 9999.99
009110                OR WS-PREV-NUM3 < -9999.99
009120              MOVE "Y" TO WS-SIZE-ERROR-FLAG
009130              MOVE "CHAIN OVERFLOW" TO WS-FAIL-REASON
009140            ELSE
009150              MOVE WS-PREV-NUM3 TO NUM1
009160            END-IF
009170          END-IF
009180        END-IF.
009190
009200    2220-LOAD-PENDING.
009210        MOVE "Y" TO WS-PEND-ACTIVE
009220        MOVE TRAN-TYPE TO WS-PEND-TYPE
009230        MOVE TRAN-SOURCE-ID TO WS-PEND-SOURCE
009240        IF TRAN-EFF-DATE IS NUMERIC
009250          MOVE TRAN-EFF-DATE TO WS-PEND-EFF-DATE
009260        ELSE
009270          MOVE ZERO TO WS-PEND-EFF-DATE
009280        END-IF
009290        MOVE NUM1 TO WS-PEND-NUM1
009300        MOVE NUM2 TO WS-PEND-NUM2
009310        MOVE OP-CODE TO WS-PEND-OP
009320        MOVE WS-FAIL-REASON TO WS-PEND-REASON
009330        MOVE SPACES TO WS-PEND-ORIG-RUN-ID
009340        MOVE WS-CURR-RELEASED TO WS-PEND-RELEASED
009350        MOVE WS-CURR-ORIGIN TO WS-PEND-ORIGIN
009360        MOVE WS-HARD-REJECTED TO WS-PEND-HARD-REJ
009370        MOVE TRAN-BATCH-TRAIL TO WS-PEND-BATCH-TRAIL
009380        IF WS-SIZE-ERROR-FLAG = "Y"
009390          MOVE "E" TO WS-PEND-STATUS
009400          MOVE ZERO TO WS-PEND-NUM3
009410          MOVE ZERO TO WS-PEND-REM
009420        ELSE
009430          MOVE "G" TO WS-PEND-STATUS
009440          MOVE NUM3 TO WS-PEND-NUM3
009450          MOVE WS-REMAINDER TO WS-PEND-REM
009460        END-IF.
009470
009480    2230-COMPUTE-RESULT.
009490        EVALUATE OP-CODE
009500          WHEN "A"
009510            ADD NUM1 TO NUM2 GIVING NUM3
009520              ON SIZE ERROR
009530                MOVE "Y" TO WS-SIZE-ERROR-FLAG
009540            END-ADD
009550          WHEN "S"
009560            SUBTRACT NUM2 FROM NUM1 GIVING NUM3
009570              ON SIZE ERROR
009580                MOVE "Y" TO WS-SIZE-ERROR-FLAG
009590            END-SUBTRACT
009600          WHEN "D"
009610            DIVIDE NUM1 BY NUM2 GIVING NUM3 ROUNDED
009620              REMAINDER WS-REMAINDER
009630              ON SIZE ERROR
009640                MOVE "Y" TO WS-SIZE-ERROR-FLAG
009650            END-DIVIDE
009660          WHEN OTHER
009670            MULTIPLY NUM1 BY NUM2 GIVING NUM3
009680              ON SIZE ERROR
009690                MOVE "Y" TO WS-SIZE-ERROR-FLAG
009700            END-MULTIPLY
009710        END-EVALUATE.
009720
009730*    CONCURRENT PARTITION RUNS MUST NOT UPDATE THE INDEXED
009740*    MASTER - IT HAS NO CROSS-PROCESS LOCKING - SO IN
009750*    PARTITION MODE IT IS OPENED FOR INPUT ONLY AND EVERY
009760*    NEW RESULT OR REUSE IS QUEUED ON THE PARTITION'S
009770*    MATHRUPD SIDE FILE FOR MATHMRGE TO APPLY ALONE.
009780    1300-OPEN-RESULTS-MASTER.
009790        IF WS-PARTITION-ID NOT = SPACE
009800          OPEN INPUT RESULTS-FILE
009810        ELSE
009820          OPEN I-O RESULTS-FILE
009830          IF WS-RESULTS-FILE-STATUS = "35"
009840            OPEN OUTPUT RESULTS-FILE
009850            IF WS-RESULTS-FILE-STATUS = "00"
009860              CLOSE RESULTS-FILE
009870              OPEN I-O RESULTS-FILE
009880            END-IF
009890          END-IF
009900        END-IF
009910        IF WS-RESULTS-FILE-STATUS = "00"
009920          MOVE "Y" TO WS-RESULTS-AVAIL
009930        ELSE
009940          DISPLAY "RESULTS MASTER UNAVAILABLE, STATUS="
009950            WS-RESULTS-FILE-STATUS
009960          IF WS-RESULTS-FILE-STATUS = "39"
009970            DISPLAY "RESULTS MASTER IS IN THE OLD LAYOUT -"
009980              " RUN MATHRCNV TO CONVERT IT"
009990          END-IF
010000        END-IF.
010010
010020    2240-LOOKUP-RESULTS-MASTER.
010030        MOVE "N" TO WS-MASTER-HIT
010040        IF WS-RESULTS-AVAIL = "Y"
010050          MOVE NUM1 TO RES-NUM1
010060          MOVE NUM2 TO RES-NUM2
010070          MOVE OP-CODE TO RES-OP
010080          READ RESULTS-FILE
010090            INVALID KEY
010100              CONTINUE
010110            NOT INVALID KEY
010120              MOVE RES-NUM3 TO NUM3
010130              MOVE RES-REM TO WS-REMAINDER
010140              MOVE "Y" TO WS-MASTER-HIT
010150              PERFORM 2245-COUNT-MASTER-REUSE
010160          END-READ
010170        END-IF.
010180
010190*    MASTER RECORDS WRITTEN BEFORE USAGE TRACKING CARRY
010200*    SPACES IN THE USE-COUNT FIELD, SO IT IS RESET BEFORE
010210*    THE FIRST REUSE IS COUNTED.
010220    2245-COUNT-MASTER-REUSE.
010230        IF WS-PARTITION-ID NOT = SPACE
010240          PERFORM 2246-QUEUE-USAGE-DELTA
010250        ELSE
010260          IF RES-USE-COUNT IS NOT NUMERIC
010270            MOVE ZERO TO RES-USE-COUNT
010280          END-IF
010290          ADD 1 TO RES-USE-COUNT
010300          MOVE WS-CURRENT-DATE-NUM TO RES-LAST-REF-DATE
010310          REWRITE RESULTS-RECORD
010320            INVALID KEY
010330              CONTINUE
010340          END-REWRITE
010350        END-IF.
010360
010370    2246-QUEUE-USAGE-DELTA.
010380        MOVE "U" TO RUPD-ACTION
010390        MOVE RES-NUM1 TO RUPD-NUM1
010400        MOVE RES-NUM2 TO RUPD-NUM2
010410        MOVE RES-OP TO RUPD-OP
010420        MOVE RES-NUM3 TO RUPD-NUM3
010430        MOVE RES-REM TO RUPD-REM
010440        MOVE RES-CALC-DATE TO RUPD-CALC-DATE
010450        MOVE RES-CALC-TIME TO RUPD-CALC-TIME
010460        MOVE RES-RUN-ID TO RUPD-RUN-ID
010470        MOVE WS-CURRENT-DATE-NUM TO RUPD-REF-DATE
010480        WRITE RUPD-RECORD.
010490
010500    2250-STORE-RESULTS-MASTER.
010510        IF WS-PARTITION-ID NOT = SPACE
010520          PERFORM 2255-QUEUE-NEW-RESULT
010530        ELSE
010540          IF WS-RESULTS-AVAIL = "Y"
010550            MOVE NUM1 TO RES-NUM1
010560            MOVE NUM2 TO RES-NUM2
010570            MOVE OP-CODE TO RES-OP
010580            MOVE NUM3 TO RES-NUM3
010590            MOVE WS-REMAINDER TO RES-REM
010600            MOVE WS-RUN-DATE-DISP TO RES-CALC-DATE
010610            MOVE WS-RUN-TIME-DISP TO RES-CALC-TIME
010620            MOVE WS-RUN-ID TO RES-RUN-ID
010630            MOVE ZERO TO RES-USE-COUNT
010640            MOVE WS-CURRENT-DATE-NUM TO RES-LAST-REF-DATE
010650            WRITE RESULTS-RECORD
010660              INVALID KEY
010670                CONTINUE
010680            END-WRITE
010690          END-IF
010700        END-IF.
010710
010720    2255-QUEUE-NEW-RESULT.
010730        MOVE "N" TO RUPD-ACTION
010740        MOVE NUM1 TO RUPD-NUM1
010750        MOVE NUM2 TO RUPD-NUM2
010760        MOVE OP-CODE TO RUPD-OP
010770        MOVE NUM3 TO RUPD-NUM3
010780        MOVE WS-REMAINDER TO RUPD-REM
010790        MOVE WS-RUN-DATE-DISP TO RUPD-CALC-DATE
010800        MOVE WS-RUN-TIME-DISP TO RUPD-CALC-TIME
010810        MOVE WS-RUN-ID TO RUPD-RUN-ID
010820        MOVE WS-CURRENT-DATE-NUM TO RUPD-REF-DATE
010830        WRITE RUPD-RECORD.
010840
010850*    A RELEASED RESULT WAS COMPUTED AND APPROVED ALREADY, SO
010860*    IT IS FED AS HELD - NOT RECOMPUTED, NOT LIMIT-CHECKED
010870*    AGAIN AND NOT TOUCHED ON THE RESULTS MASTER. IT IS
010880*    AUDITED "OK" UNDER THIS RUN AND ENDS ANY CHAIN.
010890    2260-PROCESS-RELEASE.
010900        PERFORM 3600-RESOLVE-PENDING
010910        IF WS-RECORDS-PROCESSED > ZERO
010920            AND FUNCTION MOD(WS-RECORDS-PROCESSED
010930              WS-CKPT-INTERVAL) = ZERO
010940          PERFORM 4000-WRITE-CHECKPOINT
010950        END-IF
010960        MOVE "N" TO WS-SIZE-ERROR-FLAG
010970        MOVE SPACES TO WS-FAIL-REASON
010980        MOVE WS-REL-REM TO WS-REMAINDER
010990        DISPLAY NUM1 " " OP-CODE " " NUM2 " = " NUM3 " RELEASED"
011000        MOVE "N" TO WS-HAVE-PREV
011010        PERFORM 2220-LOAD-PENDING
011020        EVALUATE TRAN-SOURCE-ID
011030          WHEN "O"
011040            ADD 1 TO WS-ORD-COUNT
011050          WHEN "R"
011060            ADD 1 TO WS-RTE-COUNT
011070          WHEN "W"
011080            ADD 1 TO WS-WHS-COUNT
011090        END-EVALUATE
011100        ADD 1 TO WS-RECORDS-PROCESSED.
011110
011120*    REVERSALS. A TYPE "R" RECORD BACKS OUT A RESULT FED BY
011130*    AN EARLIER RUN. THE ORIGINAL IS LOOKED FOR AS AN "OK"
011140*    LINE FOR THE SAME KEY AND RUN-ID ON THE COMBINED AUDIT
011150*    FILE, THEN ON THE RESULTS MASTER ONCE THE AUDIT LINE
011160*    HAS BEEN ARCHIVED, AND ITS NUM3 AND REMAINDER ARE FED
011170*    NEGATED. A REVERSAL WHOSE ORIGINAL CANNOT BE FOUND IS
011180*    SUSPENDED LIKE ANY OTHER FAILURE; A SECOND REVERSAL OF
011190*    THE SAME ORIGINAL GOES STRAIGHT TO HARD REJECT. A
011200*    REVERSAL THAT WOULD OVERFLOW THE TABLE OF THIS RUN'S
011210*    REVERSALS IS SUSPENDED TOO, TO RECYCLE IN THE NEXT RUN.
011220*    THE MASTER IS NEITHER REUSED NOR UPDATED, AND A REVERSAL
011230*    ENDS ANY CHAIN IN PROGRESS.
011240    2270-PROCESS-REVERSAL.
011250        PERFORM 3600-RESOLVE-PENDING
011260        IF WS-RECORDS-PROCESSED > ZERO
011270            AND FUNCTION MOD(WS-RECORDS-PROCESSED
011280              WS-CKPT-INTERVAL) = ZERO
011290          PERFORM 4000-WRITE-CHECKPOINT
011300        END-IF
011310        MOVE "N" TO WS-SIZE-ERROR-FLAG
011320        MOVE ZERO TO WS-REMAINDER
011330        MOVE SPACES TO WS-FAIL-REASON
011340        MOVE TRAN-ORIG-RUN-ID TO WS-REV-ORIG-RUN-ID
011350        MOVE TRAN-RECORD(3:15) TO WS-REV-KEY-TRAN
011360        MOVE TRAN-ORIG-RUN-ID TO WS-REV-KEY-RUN-ID
011370        PERFORM 2280-FIND-ORIGINAL
011380        IF WS-REV-DONE = "Y"
011390          MOVE "Y" TO WS-SIZE-ERROR-FLAG
011400          MOVE "ALREADY REVERSED" TO WS-FAIL-REASON
011410          MOVE WS-MAX-RECYCLE TO WS-CURR-RECYCLE
011420        ELSE
011430          IF WS-REV-FOUND NOT = "Y"
011440            MOVE "Y" TO WS-SIZE-ERROR-FLAG
011450            MOVE "ORIGINAL MISSING" TO WS-FAIL-REASON
011460          END-IF
011470        END-IF
011480        IF WS-SIZE-ERROR-FLAG NOT = "Y"
011490            AND WS-REV-TAB-COUNT NOT < 500
011500          MOVE "Y" TO WS-SIZE-ERROR-FLAG
011510          MOVE "REV TABLE FULL" TO WS-FAIL-REASON
011520        END-IF
011530        IF WS-SIZE-ERROR-FLAG = "Y"
011540          DISPLAY NUM1 " " OP-CODE " " NUM2 " *** " WS-FAIL-REASON
011550          PERFORM 3500-WRITE-SUSPENSE
011560        ELSE
011570          COMPUTE NUM3 = ZERO - WS-REV-NUM3
011580          COMPUTE WS-REMAINDER = ZERO - WS-REV-REM
011590          DISPLAY NUM1 " " OP-CODE " " NUM2 " = " NUM3 " REVERSAL"
011600          PERFORM 2290-RECORD-RUN-REVERSAL
011610        END-IF
011620        MOVE "N" TO WS-HAVE-PREV
011630        PERFORM 2220-LOAD-PENDING
011640        IF WS-SIZE-ERROR-FLAG NOT = "Y"
011650          MOVE WS-REV-ORIG-RUN-ID TO WS-PEND-ORIG-RUN-ID
011660        END-IF
011670        EVALUATE TRAN-SOURCE-ID
011680          WHEN "O"
011690            ADD 1 TO WS-ORD-COUNT
011700          WHEN "R"
011710            ADD 1 TO WS-RTE-COUNT
011720          WHEN "W"
011730            ADD 1 TO WS-WHS-COUNT
011740        END-EVALUATE
011750        ADD 1 TO WS-RECORDS-PROCESSED.
011760
011770*    THE AUDIT FILE IS SCANNED FROM THE TOP FOR EVERY
011780*    REVERSAL: THE ORIGINAL'S "OK" LINE SETS THE AMOUNTS TO
011790*    NEGATE, AND AN "RV" LINE NAMING THE SAME KEY AND RUN
011800*    MEANS IT HAS ALREADY BEEN BACKED OUT. REVERSALS MADE
011810*    EARLIER IN THIS RUN ARE HELD IN A TABLE AS WELL, SINCE
011820*    THEIR AUDIT LINES MAY NOT YET BE ON THE FILE.
011830    2280-FIND-ORIGINAL.
011840        MOVE "N" TO WS-REV-FOUND
011850        MOVE "N" TO WS-REV-DONE
011860        PERFORM 2282-CHECK-RUN-REVERSALS
011870        IF WS-REV-DONE NOT = "Y"
011880          OPEN INPUT AUD-HIST-FILE
011890          IF WS-AUD-HIST-FILE-STATUS = "00"
011900            MOVE "N" TO WS-AUD-HIST-EOF
011910            PERFORM UNTIL WS-AUD-HIST-EOF = "Y"
011920              READ AUD-HIST-FILE
011930                AT END
011940                  MOVE "Y" TO WS-AUD-HIST-EOF
011950                NOT AT END
011960                  PERFORM 2284-CHECK-AUDIT-LINE
011970              END-READ
011980            END-PERFORM
011990            CLOSE AUD-HIST-FILE
012000          END-IF
012010        END-IF
012020        IF WS-REV-FOUND NOT = "Y" AND WS-REV-DONE NOT = "Y"
012030          PERFORM 2286-CHECK-RESULTS-MASTER
012040        END-IF.
012050
012060    2282-CHECK-RUN-REVERSALS.
012070        PERFORM VARYING WS-REV-IX FROM 1 BY 1
012080            UNTIL WS-REV-IX > WS-REV-TAB-COUNT
012090          IF WS-REV-TAB-KEY(WS-REV-IX) = WS-REV-ENTRY-KEY
012100            MOVE "Y" TO WS-REV-DONE
012110          END-IF
012120        END-PERFORM.
012130
012140    2284-CHECK-AUDIT-LINE.
012150        MOVE AUD-HIST-RECORD TO AUD-LINE
012160        IF AUD-STATUS = "OK" OR AUD-STATUS = "RV"
012170          MOVE AUD-NUM1 TO WS-HIST-NUM1
012180          MOVE AUD-NUM2 TO WS-HIST-NUM2
012190          IF WS-HIST-NUM1 = NUM1 AND WS-HIST-NUM2 = NUM2
012200              AND AUD-OP = OP-CODE
012210            IF AUD-STATUS = "OK"
012220                AND AUD-RUN-ID = WS-REV-ORIG-RUN-ID
012230              MOVE "Y" TO WS-REV-FOUND
012240              MOVE AUD-NUM3 TO WS-HIST-NUM3
012250              MOVE AUD-REM TO WS-HIST-REM
012260              MOVE WS-HIST-NUM3 TO WS-REV-NUM3
012270              MOVE WS-HIST-REM TO WS-REV-REM
012280            END-IF
012290            IF AUD-STATUS = "RV"
012300                AND AUD-ORIG-RUN-ID = WS-REV-ORIG-RUN-ID
012310              MOVE "Y" TO WS-REV-DONE
012320            END-IF
012330          END-IF
012340        END-IF.
012350
012360*    THE MASTER HOLDS THE RUN-ID THAT FIRST COMPUTED EACH
012370*    KEY, SO IT CAN ONLY STAND IN FOR THE AUDIT LINE WHEN
012380*    THE REVERSAL NAMES THAT RUN.
012390    2286-CHECK-RESULTS-MASTER.
012400        IF WS-RESULTS-AVAIL = "Y"
012410          MOVE NUM1 TO RES-NUM1
012420          MOVE NUM2 TO RES-NUM2
012430          MOVE OP-CODE TO RES-OP
012440          READ RESULTS-FILE
012450            INVALID KEY
012460              CONTINUE
012470            NOT INVALID KEY
012480              IF RES-RUN-ID = WS-REV-ORIG-RUN-ID
012490                MOVE "Y" TO WS-REV-FOUND
012500                MOVE RES-NUM3 TO WS-REV-NUM3
012510                MOVE RES-REM TO WS-REV-REM
012520              END-IF
012530          END-READ
012540        END-IF.
012550
012560    2290-RECORD-RUN-REVERSAL.
012570        ADD 1 TO WS-REV-TAB-COUNT
012580        MOVE WS-REV-ENTRY-KEY
012590          TO WS-REV-TAB-KEY(WS-REV-TAB-COUNT).
012600
012610    3600-RESOLVE-PENDING.
012620        IF WS-PEND-ACTIVE = "Y"
012630          IF TRAN-TYPE = "C" AND WS-PEND-STATUS = "G"
012640              AND WS-PEND-TYPE NOT = "R"
012650            MOVE "CHAIN STEP" TO WS-DTL-STATUS-TXT
012660            MOVE "CI" TO WS-AUD-STATUS-TXT
012670            PERFORM 3100-WRITE-DETAIL-LINE
012680            PERFORM 3200-WRITE-AUDIT-LINE
012690            PERFORM 3900-WRITE-RETURN-DISP
012700            MOVE "N" TO WS-PEND-ACTIVE
012710          ELSE
012720            PERFORM 3700-FLUSH-PENDING
012730          END-IF
012740        END-IF.
012750
012760    3700-FLUSH-PENDING.
012770        PERFORM 3750-CHECK-LIMIT
012780        IF WS-PEND-STATUS = "E"
012790          MOVE WS-PEND-REASON TO WS-DTL-STATUS-TXT
012800          MOVE "SE" TO WS-AUD-STATUS-TXT
012810        ELSE
012820          IF WS-PEND-TYPE = "C"
012830            MOVE "CHAIN FINAL" TO WS-DTL-STATUS-TXT
012840          ELSE
012850            MOVE SPACES TO WS-DTL-STATUS-TXT
012860          END-IF
012870          MOVE "OK" TO WS-AUD-STATUS-TXT
012880          IF WS-PEND-TYPE = "R"
012890            MOVE "REVERSAL" TO WS-DTL-STATUS-TXT
012900            MOVE "RV" TO WS-AUD-STATUS-TXT
012910          END-IF
012920        END-IF
012930        IF WS-PEND-RELEASED = "Y"
012940          MOVE "RELEASED HOLD" TO WS-DTL-STATUS-TXT
012950        END-IF
012960        IF WS-PEND-OVER-LIMIT = "Y"
012970          MOVE "OVER LIMIT HOLD" TO WS-DTL-STATUS-TXT
012980          MOVE "HD" TO WS-AUD-STATUS-TXT
012990        END-IF
013000        PERFORM 3100-WRITE-DETAIL-LINE
013010        PERFORM 3200-WRITE-AUDIT-LINE
013020        PERFORM 3900-WRITE-RETURN-DISP
013030        IF WS-PEND-STATUS = "G" AND WS-PEND-OVER-LIMIT NOT = "Y"
013040          ADD WS-PEND-NUM3 TO WS-NUM3-SUM
013050          EVALUATE WS-PEND-SOURCE
013060            WHEN "O"
013070              ADD WS-PEND-NUM3 TO WS-ORD-SUM
013080            WHEN "R"
013090              ADD WS-PEND-NUM3 TO WS-RTE-SUM
013100            WHEN "W"
013110              ADD WS-PEND-NUM3 TO WS-WHS-SUM
013120          END-EVALUATE
013130          PERFORM 3400-WRITE-FEED-RECORD
013140        END-IF
013150        IF WS-PEND-OVER-LIMIT = "Y"
013160          PERFORM 3450-WRITE-APPROVAL-HOLD
013170        END-IF
013180        MOVE "N" TO WS-PEND-ACTIVE.
013190
013200*    ONLY A GOOD, ORDINARY RESULT IS TESTED. REVERSALS AND
013210*    RELEASED ITEMS ARE NEVER HELD.
013220    3750-CHECK-LIMIT.
013230        MOVE "N" TO WS-PEND-OVER-LIMIT
013240        IF WS-PEND-STATUS = "G" AND WS-PEND-TYPE NOT = "R"
013250            AND WS-PEND-RELEASED NOT = "Y"
013260          MOVE WS-PEND-SOURCE TO WS-LIM-KEY-SOURCE
013270          MOVE WS-PEND-OP TO WS-LIM-KEY-OP
013280          PERFORM VARYING WS-LIM-IX FROM 1 BY 1
013290              UNTIL WS-LIM-IX > WS-LIM-COUNT
013300            IF WS-LIM-TAB-KEY(WS-LIM-IX) = WS-LIM-ENTRY-KEY
013310              IF WS-PEND-NUM3 > WS-LIM-TAB-MAX(WS-LIM-IX)
013320                  OR WS-PEND-NUM3 + WS-LIM-TAB-MAX(WS-LIM-IX)
013330                    < ZERO
013340                MOVE "Y" TO WS-PEND-OVER-LIMIT
013350                MOVE WS-LIM-TAB-MAX(WS-LIM-IX) TO WS-PEND-LIMIT
013360              END-IF
013370            END-IF
013380          END-PERFORM
013390        END-IF.
013400
013410    4000-WRITE-CHECKPOINT.
013420        OPEN OUTPUT CHECKPOINT-FILE
013430        IF WS-CKPT-FILE-STATUS NOT = "00"
013440          DISPLAY "CHECKPOINT-FILE OPEN FAILED, STATUS="
013450            WS-CKPT-FILE-STATUS
013460          STOP RUN
013470        END-IF
013480        MOVE "INPROGRS" TO CKPT-STATUS
013490        MOVE WS-RECORDS-PROCESSED TO CKPT-REC-COUNT
013500        MOVE WS-NUM3-SUM TO CKPT-NUM3-SUM
013510        MOVE WS-PAGE-NO TO CKPT-PAGE-NO
013520        MOVE WS-PREV-NUM3 TO CKPT-PREV-NUM3
013530        MOVE WS-HAVE-PREV TO CKPT-HAVE-PREV
013540        MOVE WS-CHAIN-BROKEN TO CKPT-CHAIN-BROKEN
013550        MOVE WS-CFWD-COUNT TO CKPT-CFWD-COUNT
013560        MOVE WS-ORD-COUNT TO CKPT-ORD-COUNT
013570        MOVE WS-ORD-SUM TO CKPT-ORD-SUM
013580        MOVE WS-RTE-COUNT TO CKPT-RTE-COUNT
013590        MOVE WS-RTE-SUM TO CKPT-RTE-SUM
013600        MOVE WS-WHS-COUNT TO CKPT-WHS-COUNT
013610        MOVE WS-WHS-SUM TO CKPT-WHS-SUM
013620        WRITE CHECKPOINT-RECORD
013630        CLOSE CHECKPOINT-FILE.
013640
013650    5000-WRITE-FINAL-CHECKPOINT.
013660        OPEN OUTPUT CHECKPOINT-FILE
013670        IF WS-CKPT-FILE-STATUS NOT = "00"
013680          DISPLAY "CHECKPOINT-FILE OPEN FAILED, STATUS="
013690            WS-CKPT-FILE-STATUS
013700          STOP RUN
013710        END-IF
013720        MOVE "COMPLETE" TO CKPT-STATUS
013730        MOVE WS-RECORDS-PROCESSED TO CKPT-REC-COUNT
013740        MOVE WS-NUM3-SUM TO CKPT-NUM3-SUM
013750        MOVE WS-PAGE-NO TO CKPT-PAGE-NO
013760        MOVE WS-PREV-NUM3 TO CKPT-PREV-NUM3
013770        MOVE WS-HAVE-PREV TO CKPT-HAVE-PREV
013780        MOVE WS-CHAIN-BROKEN TO CKPT-CHAIN-BROKEN
013790        MOVE WS-CFWD-COUNT TO CKPT-CFWD-COUNT
013800        MOVE WS-ORD-COUNT TO CKPT-ORD-COUNT
013810        MOVE WS-ORD-SUM TO CKPT-ORD-SUM
013820        MOVE WS-RTE-COUNT TO CKPT-RTE-COUNT
013830        MOVE WS-RTE-SUM TO CKPT-RTE-SUM
013840        MOVE WS-WHS-COUNT TO CKPT-WHS-COUNT
013850        MOVE WS-WHS-SUM TO CKPT-WHS-SUM
013860        WRITE CHECKPOINT-RECORD
013870        CLOSE CHECKPOINT-FILE.
013880
013890    3000-WRITE-REPORT-HEADERS.
013900        ADD 1 TO WS-PAGE-NO
013910        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
013920        MOVE WS-PAGE-NO TO HDR1-PAGE-NO
013930        WRITE REPORT-RECORD FROM HDR-LINE-1
013940        MOVE SPACES TO REPORT-RECORD
013950        WRITE REPORT-RECORD
013960        WRITE REPORT-RECORD FROM HDR-LINE-2
013970        MOVE ZERO TO WS-LINE-COUNT.
013980
013990    3100-WRITE-DETAIL-LINE.
014000        IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
014010          PERFORM 3000-WRITE-REPORT-HEADERS
014020        END-IF
014030        MOVE WS-PEND-NUM1 TO DTL-NUM1
014040        MOVE WS-PEND-NUM2 TO DTL-NUM2
014050        MOVE WS-PEND-OP TO DTL-OP
014060        MOVE WS-PEND-REM TO DTL-REM
014070        MOVE WS-PEND-NUM3 TO DTL-NUM3
014080        PERFORM 3150-FORMAT-EFF-DATE
014090        MOVE WS-EFF-DATE-DISP TO DTL-EFF-DATE
014100        MOVE WS-DTL-STATUS-TXT TO DTL-STATUS
014110        WRITE REPORT-RECORD FROM DTL-LINE
014120        ADD 1 TO WS-LINE-COUNT.
014130
014140    3200-WRITE-AUDIT-LINE.
014150        MOVE SPACES TO AUD-LINE
014160        MOVE WS-RUN-DATE-DISP TO AUD-DATE
014170        MOVE WS-RUN-TIME-DISP TO AUD-TIME
014180        MOVE WS-PEND-NUM1 TO AUD-NUM1
014190        MOVE WS-PEND-NUM2 TO AUD-NUM2
014200        MOVE WS-PEND-OP TO AUD-OP
014210        MOVE WS-PEND-NUM3 TO AUD-NUM3
014220        MOVE WS-PEND-REM TO AUD-REM
014230        MOVE WS-AUD-STATUS-TXT TO AUD-STATUS
014240        MOVE WS-RUN-ID TO AUD-RUN-ID
014250        MOVE WS-PEND-ORIG-RUN-ID TO AUD-ORIG-RUN-ID
014260        PERFORM 3150-FORMAT-EFF-DATE
014270        MOVE WS-EFF-DATE-DISP TO AUD-EFF-DATE
014280        WRITE AUDIT-RECORD FROM AUD-LINE
014290        IF WS-CYCLE > ZERO
014300          WRITE AUD-COPY-RECORD FROM AUD-LINE
014310        END-IF.
014320
014330    3150-FORMAT-EFF-DATE.
014340        IF WS-PEND-EFF-DATE = ZERO
014350          MOVE SPACES TO WS-EFF-DATE-DISP
014360        ELSE
014370          STRING WS-PEND-EFF-DATE(5:2) "/"
014380            WS-PEND-EFF-DATE(7:2) "/"
014390            WS-PEND-EFF-DATE(1:4)
014400            DELIMITED BY SIZE INTO WS-EFF-DATE-DISP
014410        END-IF.
014420
014430    3300-WRITE-REPORT-TRAILER.
014440        IF WS-LINE-COUNT = ZERO
014450          PERFORM 3000-WRITE-REPORT-HEADERS
014460        END-IF
014470        MOVE SPACES TO REPORT-RECORD
014480        WRITE REPORT-RECORD
014490        MOVE WS-RECORDS-PROCESSED TO TRL-COUNT
014500        MOVE WS-NUM3-SUM TO TRL-SUM
014510        WRITE REPORT-RECORD FROM TRL-LINE
014520        MOVE "O" TO TRL-SRC-ID
014530        MOVE WS-ORD-COUNT TO TRL-SRC-COUNT
014540        MOVE WS-ORD-SUM TO TRL-SRC-SUM
014550        WRITE REPORT-RECORD FROM TRL-SRC-LINE
014560        MOVE "R" TO TRL-SRC-ID
014570        MOVE WS-RTE-COUNT TO TRL-SRC-COUNT
014580        MOVE WS-RTE-SUM TO TRL-SRC-SUM
014590        WRITE REPORT-RECORD FROM TRL-SRC-LINE
014600        MOVE "W" TO TRL-SRC-ID
014610        MOVE WS-WHS-COUNT TO TRL-SRC-COUNT
014620        MOVE WS-WHS-SUM TO TRL-SRC-SUM
014630        WRITE REPORT-RECORD FROM TRL-SRC-LINE
014640        MOVE WS-CFWD-COUNT TO TRL-CFWD-COUNT
014650        WRITE REPORT-RECORD FROM TRL-CFWD-LINE.
014660
014670    3400-WRITE-FEED-RECORD.
014680        MOVE WS-PEND-NUM1 TO FEED-NUM1
014690        MOVE WS-PEND-NUM2 TO FEED-NUM2
014700        MOVE WS-PEND-OP TO FEED-OP
014710        MOVE WS-PEND-NUM3 TO FEED-NUM3
014720        MOVE WS-PEND-REM TO FEED-REM
014730        MOVE WS-RUN-ID TO FEED-RUN-ID
014740        MOVE WS-PEND-ORIG-RUN-ID TO FEED-ORIG-RUN-ID
014750        MOVE WS-PEND-SOURCE TO FEED-SOURCE-ID
014760        WRITE FEED-RECORD.
014770
014780*    THE HELD ITEM IS QUEUED AS THE TRANSACTION ACTUALLY
014790*    COMPUTED, SO A RELEASE FEEDS EXACTLY WHAT WAS HELD AND
014800*    A DECLINE RETURNS IT TO MATHCORR AS AN ORDINARY RECORD.
014810    3450-WRITE-APPROVAL-HOLD.
014820        MOVE SPACES TO AHLD-RECORD
014830        MOVE WS-PEND-SOURCE TO AHLD-SOURCE-ID
014840        MOVE SPACE TO AHLD-TYPE
014850        MOVE WS-PEND-NUM1 TO AHLD-NUM1
014860        MOVE WS-PEND-NUM2 TO AHLD-NUM2
014870        MOVE WS-PEND-OP TO AHLD-OP
014880        MOVE "N" TO AHLD-DEFAULT-FLAG
014890        MOVE WS-PEND-EFF-DATE TO AHLD-EFF-DATE
014900        MOVE WS-PEND-NUM3 TO AHLD-NUM3
014910        MOVE WS-PEND-REM TO AHLD-REM
014920        MOVE WS-PEND-LIMIT TO AHLD-LIMIT
014930        MOVE WS-RUN-ID TO AHLD-RUN-ID
014940        MOVE WS-RUN-DATE-DISP TO AHLD-DATE
014950        MOVE WS-PEND-BATCH-TRAIL TO AHLD-BATCH-TRAIL
014960        WRITE AHLD-RECORD.
014970
014980    3500-WRITE-SUSPENSE.
014990        ADD 1 TO WS-CURR-RECYCLE
015000        MOVE "N" TO WS-HARD-REJECTED
015010        IF WS-CURR-RECYCLE > WS-MAX-RECYCLE
015020          MOVE TRAN-RECORD TO HREJ-TRAN-DATA
015030          MOVE WS-FAIL-REASON TO HREJ-REASON
015040          MOVE WS-RUN-ID TO HREJ-RUN-ID
015050          MOVE WS-CURR-RECYCLE TO HREJ-COUNT
015060          MOVE SPACES TO HARD-REJ-RECORD
015070          MOVE HREJ-LINE TO HREJ-OUT-LINE
015080          MOVE TRAN-BATCH-TRAIL TO HREJ-OUT-BATCH-TRAIL
015090          WRITE HARD-REJ-RECORD
015100          MOVE "Y" TO WS-HARD-REJECTED
015110        ELSE
015120          MOVE TRAN-RECORD TO SO-TRAN-DATA
015130          MOVE WS-FAIL-REASON TO SO-FAIL-REASON
015140          MOVE WS-RUN-ID TO SO-RUN-ID
015150          MOVE WS-CURR-RECYCLE TO SO-RECYCLE-COUNT
015160          MOVE TRAN-BATCH-TRAIL TO SO-BATCH-TRAIL
015170          WRITE SUSP-OUT-RECORD
015180        END-IF.
015190
015200    3800-WRITE-CARRY-FORWARD.
015210        MOVE TRAN-RECORD TO CFWD-OUT-RECORD
015220        WRITE CFWD-OUT-RECORD
015230        ADD 1 TO WS-CFWD-COUNT
015240        IF WS-CURR-ORIGIN NOT = "C"
015250          PERFORM 3910-WRITE-CARRY-RETURN
015260        END-IF.
015270
015280*    DESK RETURN. EVERY ITEM'S DISPOSITION IS WRITTEN TO
015290*    MATHRTND FOR MATHRTRN TO SEND BACK TO THE DESK THAT
015300*    KEYED IT: FED, CHAIN STEP, HELD, SUSPENDED OR HARD
015310*    REJECTED AS AUDITED. A SUSPENDED ITEM THAT FAILS AGAIN
015320*    ON RECYCLE IS NOT REPEATED - THE DESK HEARS OF IT WHEN
015330*    IT IS SUSPENDED AND AGAIN WHEN IT FINALLY RESOLVES.
015340    3900-WRITE-RETURN-DISP.
015350        MOVE SPACES TO RTND-RECORD
015360        MOVE "D" TO RTN-RECORD-ID
015370        MOVE WS-PEND-SOURCE TO RTN-DESK-ID
015380        MOVE WS-PEND-BATCH-TRAIL TO RTN-ITEM-TRAIL
015390        EVALUATE WS-AUD-STATUS-TXT
015400          WHEN "SE"
015410            IF WS-PEND-HARD-REJ = "Y"
015420              MOVE "HR" TO RTN-DISP-CODE
015430            ELSE
015440              MOVE "SU" TO RTN-DISP-CODE
015450            END-IF
015460          WHEN "CI"
015470            MOVE "CI" TO RTN-DISP-CODE
015480          WHEN "HD"
015490            MOVE "HD" TO RTN-DISP-CODE
015500          WHEN OTHER
015510            MOVE "FD" TO RTN-DISP-CODE
015520        END-EVALUATE
015530        MOVE WS-DTL-STATUS-TXT TO RTN-REASON-TEXT
015540        IF WS-PEND-STATUS = "G"
015550          MOVE "Y" TO RTN-NUM3-FLAG
015560          MOVE WS-PEND-NUM3 TO RTN-NUM3
015570        ELSE
015580          MOVE "N" TO RTN-NUM3-FLAG
015590          MOVE ZERO TO RTN-NUM3
015600        END-IF
015610        MOVE WS-RUN-ID TO RTN-RUN-ID
015620        IF RTN-DISP-CODE NOT = "SU" OR WS-PEND-ORIGIN NOT = "S"
015630          WRITE RTND-RECORD
015640        END-IF.
015650
015660*    AN ITEM CARRIED FORWARD AGAIN FROM AN EARLIER RUN IS
015670*    NOT REPEATED; IT IS RETURNED WHEN IT IS FINALLY TAKEN.
015680    3910-WRITE-CARRY-RETURN.
015690        MOVE SPACES TO RTND-RECORD
015700        MOVE "D" TO RTN-RECORD-ID
015710        MOVE TRAN-SOURCE-ID TO RTN-DESK-ID
015720        MOVE TRAN-BATCH-TRAIL TO RTN-ITEM-TRAIL
015730        MOVE "CF" TO RTN-DISP-CODE
015740        STRING "EFFECTIVE " TRAN-EFF-DATE
015750          DELIMITED BY SIZE INTO RTN-REASON-TEXT
015760        MOVE "N" TO RTN-NUM3-FLAG
015770        MOVE ZERO TO RTN-NUM3
015780        MOVE WS-RUN-ID TO RTN-RUN-ID
015790        WRITE RTND-RECORD.
