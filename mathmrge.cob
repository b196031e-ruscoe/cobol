000390          ACCESS MODE IS RANDOM
000400          RECORD KEY IS RES-KEY
000410          FILE STATUS IS WS-RESULTS-FILE-STATUS.
000420        SELECT AHLD-FILE ASSIGN TO "MATHAHLD.DAT"
000430          ORGANIZATION IS LINE SEQUENTIAL
000440          FILE STATUS IS WS-AHLD-FILE-STATUS.
000450        SELECT RTND-FILE ASSIGN TO "MATHRTND.TXT"
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS WS-RTND-FILE-STATUS.
000480  DATA DIVISION.
000490    FILE SECTION.
000500      FD  PART-IN-FILE.
000510      01 PART-IN-RECORD PIC X(100).
000520      FD  PART-CKPT-FILE.
000530      01 PART-CKPT-RECORD PIC X(116).
000540      FD  REPORT-FILE.
000550      01 REPORT-RECORD PIC X(80).
000560      FD  AUDIT-FILE.
000570      01 AUDIT-RECORD PIC X(100).
000580      FD  FEED-FILE.
000590      01 FEED-RECORD PIC X(49).
000600      FD  SUSP-OUT-FILE.
000610      01 SUSP-OUT-RECORD PIC X(76).
000620      FD  HARD-REJ-FILE.
000630      01 HARD-REJ-RECORD PIC X(100).
000640      FD  CFWD-OUT-FILE.
000650      01 CFWD-OUT-RECORD PIC X(50).
000660      FD  CHECKPOINT-FILE.
000670      01 CHECKPOINT-RECORD PIC X(116).
000680      FD  RUPD-FILE.
000690      01 RUPD-RECORD.
000700          COPY RUPDREC.
000710      FD  RESULTS-FILE.
000720      01 RESULTS-RECORD.
000730          COPY RESREC.
000740      FD  AHLD-FILE.
000750      01 AHLD-RECORD PIC X(85).
000760      FD  RTND-FILE.
000770      01 RTND-RECORD PIC X(91).
000780    WORKING-STORAGE SECTION.
000790      01 WS-PART-IN-FILE-STATUS PIC XX VALUE "00".
000800      01 WS-PART-CKPT-FILE-STATUS PIC XX VALUE "00".
000810      01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
000820      01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
000830      01 WS-FEED-FILE-STATUS PIC XX VALUE "00".
000840      01 WS-SUSP-OUT-FILE-STATUS PIC XX VALUE "00".
000850      01 WS-HARD-REJ-FILE-STATUS PIC XX VALUE "00".
000860      01 WS-CFWD-OUT-FILE-STATUS PIC XX VALUE "00".
000870      01 WS-CKPT-FILE-STATUS PIC XX VALUE "00".
000880      01 WS-RUPD-FILE-STATUS PIC XX VALUE "00".
000890      01 WS-RESULTS-FILE-STATUS PIC XX VALUE "00".
000900      01 WS-AHLD-FILE-STATUS PIC XX VALUE "00".
000910      01 WS-RTND-FILE-STATUS PIC XX VALUE "00".
000920      01 WS-RESULTS-AVAIL PIC X VALUE "N".
000930      01 WS-PART-IN-NAME PIC X(12).
000940      01 WS-PART-CKPT-NAME PIC X(12).
000950      01 WS-PART-RUPD-NAME PIC X(12).
000960      01 WS-CKPT-LINE.
000970          COPY CKPTREC.
000980      01 WS-UPD-NEW-COUNT PIC 9(8) VALUE ZERO.
000990      01 WS-UPD-USE-COUNT PIC 9(8) VALUE ZERO.
001000      01 WS-EOF-FLAG PIC X VALUE "N".
001010      01 WS-PART-IDS PIC X(3) VALUE "ORW".
001020      01 WS-PART-IX PIC 9 VALUE 1.
001030      01 WS-PART-ID PIC X.
001040      01 WS-TOT-REC-COUNT PIC 9(8) VALUE ZERO.
001050      01 WS-TOT-NUM3-SUM PIC S9(10)V99 VALUE ZERO.
001060      01 WS-TOT-CFWD-COUNT PIC 9(8) VALUE ZERO.
001070      01 WS-TOT-ORD-COUNT PIC 9(8) VALUE ZERO.
001080      01 WS-TOT-ORD-SUM PIC S9(10)V99 VALUE ZERO.
001090      01 WS-TOT-RTE-COUNT PIC 9(8) VALUE ZERO.
001100      01 WS-TOT-RTE-SUM PIC S9(10)V99 VALUE ZERO.
001110      01 WS-TOT-WHS-COUNT PIC 9(8) VALUE ZERO.
001120      01 WS-TOT-WHS-SUM PIC S9(10)V99 VALUE ZERO.
001130      01 TRL-LINE.
001140          05 FILLER PIC X(16) VALUE "CONTROL TOTALS".
001150          05 FILLER PIC X(8) VALUE "  COUNT:".
001160          05 TRL-COUNT PIC Z(7)9.
001170          05 FILLER PIC X(7) VALUE "  SUM:".
001180          05 TRL-SUM PIC +Z(9)9.99.
001190      01 TRL-SRC-LINE.
001200          05 FILLER PIC X(7) VALUE "SOURCE".
001210          05 TRL-SRC-ID PIC X.
001220          05 FILLER PIC X(8) VALUE "  COUNT:".
001230          05 TRL-SRC-COUNT PIC Z(7)9.
001240          05 FILLER PIC X(7) VALUE "  SUM:".
001250          05 TRL-SRC-SUM PIC +Z(9)9.99.
001260      01 TRL-CFWD-LINE.
001270          05 FILLER PIC X(16) VALUE "CARRIED FORWARD".
001280          05 FILLER PIC X(8) VALUE "  COUNT:".
001290          05 TRL-CFWD-COUNT PIC Z(7)9.
001300      01 WS-RUNC-FUNCTION PIC X(5).
001310      01 WS-RUNC-STEP PIC X(8).
001320      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
001330      01 WS-RUNC-RETURN PIC XX VALUE "00".
001340  PROCEDURE DIVISION.
001350    0000-MAIN-PROCESS.
001360        PERFORM 0100-RUN-CONTROL-START
001370        PERFORM 1100-GATHER-CHECKPOINTS
001380        OPEN OUTPUT REPORT-FILE
001390        OPEN EXTEND AUDIT-FILE
001400        IF WS-AUDIT-FILE-STATUS = "35"
001410          OPEN OUTPUT AUDIT-FILE
001420        END-IF
001430        OPEN OUTPUT FEED-FILE
001440        OPEN OUTPUT SUSP-OUT-FILE
001450        OPEN OUTPUT HARD-REJ-FILE
001460        OPEN OUTPUT CFWD-OUT-FILE
001470        OPEN EXTEND AHLD-FILE
001480        IF WS-AHLD-FILE-STATUS = "35"
001490          OPEN OUTPUT AHLD-FILE
001500        END-IF
001510        OPEN OUTPUT RTND-FILE
001520        MOVE 1 TO WS-PART-IX
001530        PERFORM 2000-MERGE-PARTITION
001540          UNTIL WS-PART-IX > 3
001550        PERFORM 3300-WRITE-COMBINED-TRAILER
001560        CLOSE REPORT-FILE
001570        CLOSE AUDIT-FILE
001580        CLOSE FEED-FILE
001590        CLOSE SUSP-OUT-FILE
001600        CLOSE HARD-REJ-FILE
001610        CLOSE CFWD-OUT-FILE
001620        CLOSE AHLD-FILE
001630        CLOSE RTND-FILE
001640        PERFORM 4000-WRITE-COMBINED-CHECKPOINT
001650        PERFORM 5000-APPLY-RESULTS-UPDATES
001660        DISPLAY "MATHMRGE COMBINED " WS-TOT-REC-COUNT
001670          " RECORDS FROM 3 PARTITIONS"
001680        PERFORM 0900-RUN-CONTROL-END
001690        STOP RUN.
001700
001710    0100-RUN-CONTROL-START.
001720        MOVE "START" TO WS-RUNC-FUNCTION
001730        MOVE "MATHMRGE" TO WS-RUNC-STEP
001740        MOVE ZERO TO WS-RUNC-REC-COUNT
001750        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001760          WS-RUNC-REC-COUNT WS-RUNC-RETURN
001770        IF WS-RUNC-RETURN NOT = "00"
001780          STOP RUN
001790        END-IF.
001800
001810    0900-RUN-CONTROL-END.
001820        MOVE "END" TO WS-RUNC-FUNCTION
001830        MOVE "MATHMRGE" TO WS-RUNC-STEP
001840        MOVE WS-TOT-REC-COUNT TO WS-RUNC-REC-COUNT
001850        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001860          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
001870
001880*    EVERY PARTITION CHECKPOINT MUST BE COMPLETE BEFORE
001890*    ANYTHING IS COMBINED, SO ONE FAILED LEG CAN BE
001900*    RESTARTED ON ITS OWN AND THE MERGE RE-RUN AFTERWARDS.
001910    1100-GATHER-CHECKPOINTS.
001920        MOVE 1 TO WS-PART-IX
001930        PERFORM 1110-GATHER-ONE-CHECKPOINT
001940          UNTIL WS-PART-IX > 3
001950        MOVE 1 TO WS-PART-IX.
001960
001970    1110-GATHER-ONE-CHECKPOINT.
001980        MOVE WS-PART-IDS(WS-PART-IX:1) TO WS-PART-ID
001990        MOVE SPACES TO WS-PART-CKPT-NAME
002000        STRING "MATHCKPT." WS-PART-ID
002010          DELIMITED BY SIZE INTO WS-PART-CKPT-NAME
002020        OPEN INPUT PART-CKPT-FILE
002030        IF WS-PART-CKPT-FILE-STATUS NOT = "00"
002040          DISPLAY "MATHMRGE: NO CHECKPOINT FOR PARTITION "
002050            WS-PART-ID " - MERGE REFUSED"
002060          STOP RUN
002070        END-IF
002080        READ PART-CKPT-FILE
002090          AT END
002100            DISPLAY "MATHMRGE: EMPTY CHECKPOINT FOR "
002110              WS-PART-ID " - MERGE REFUSED"
002120            STOP RUN
002130        END-READ
002140        MOVE PART-CKPT-RECORD TO WS-CKPT-LINE
002150        IF CKPT-STATUS NOT = "COMPLETE"
002160          DISPLAY "MATHMRGE: PARTITION " WS-PART-ID
002170            " NOT COMPLETE - MERGE REFUSED"
002180          STOP RUN
002190        END-IF
002200        ADD CKPT-REC-COUNT TO WS-TOT-REC-COUNT
002210        ADD CKPT-NUM3-SUM TO WS-TOT-NUM3-SUM
002220        ADD CKPT-CFWD-COUNT TO WS-TOT-CFWD-COUNT
002230        ADD CKPT-ORD-COUNT TO WS-TOT-ORD-COUNT
002240        ADD CKPT-ORD-SUM TO WS-TOT-ORD-SUM
002250        ADD CKPT-RTE-COUNT TO WS-TOT-RTE-COUNT
002260        ADD CKPT-RTE-SUM TO WS-TOT-RTE-SUM
002270        ADD CKPT-WHS-COUNT TO WS-TOT-WHS-COUNT
002280        ADD CKPT-WHS-SUM TO WS-TOT-WHS-SUM
002290        CLOSE PART-CKPT-FILE
002300        ADD 1 TO WS-PART-IX.
002310
002320    2000-MERGE-PARTITION.
002330        MOVE WS-PART-IDS(WS-PART-IX:1) TO WS-PART-ID
002340        PERFORM 2100-MERGE-REPORT
002350        PERFORM 2200-MERGE-AUDIT
002360        PERFORM 2300-MERGE-FEED
002370        PERFORM 2400-MERGE-SUSPENSE
002380        PERFORM 2500-MERGE-HARD-REJECTS
002390        PERFORM 2600-MERGE-CARRY-FWD
002400        PERFORM 2700-MERGE-APPROVAL-HOLDS
002410        PERFORM 2800-MERGE-RETURN-DISP
002420        ADD 1 TO WS-PART-IX.
002430
002440*    THE PER-PARTITION TRAILER LINES ARE DROPPED SO THE
002450*    COMBINED REPORT CARRIES ONE CONTROL-TOTAL TRAILER
002460*    MATCHING WHAT A SINGLE-STREAM RUN WOULD HAVE PRINTED.
002470    2100-MERGE-REPORT.
002480        MOVE SPACES TO WS-PART-IN-NAME
002490        STRING "MATHRPT." WS-PART-ID
002500          DELIMITED BY SIZE INTO WS-PART-IN-NAME
002510        OPEN INPUT PART-IN-FILE
002520        IF WS-PART-IN-FILE-STATUS = "00"
002530          MOVE "N" TO WS-EOF-FLAG
002540          PERFORM 2010-READ-PARTITION
002550          PERFORM UNTIL WS-EOF-FLAG = "Y"
002560            IF PART-IN-RECORD(1:14) NOT = "CONTROL TOTALS"
002570                AND PART-IN-RECORD(1:7) NOT = "SOURCE "
002580                AND PART-IN-RECORD(1:15)
002590                  NOT = "CARRIED FORWARD"
002600              WRITE REPORT-RECORD
002610                FROM PART-IN-RECORD(1:80)
002620            END-IF
002630            PERFORM 2010-READ-PARTITION
002640          END-PERFORM
002650          CLOSE PART-IN-FILE
002660        END-IF.
002670
002680    2010-READ-PARTITION.
002690        READ PART-IN-FILE
002700          AT END
002710            MOVE "Y" TO WS-EOF-FLAG
002720        END-READ.
002730
002740    2200-MERGE-AUDIT.
002750        MOVE SPACES TO WS-PART-IN-NAME
002760        STRING "MATHAUD." WS-PART-ID
002770          DELIMITED BY SIZE INTO WS-PART-IN-NAME
002780        OPEN INPUT PART-IN-FILE
002790        IF WS-PART-IN-FILE-STATUS = "00"
002800          MOVE "N" TO WS-EOF-FLAG
002810          PERFORM 2010-READ-PARTITION
002820          PERFORM UNTIL WS-EOF-FLAG = "Y"
002830            WRITE AUDIT-RECORD FROM PART-IN-RECORD
002840            PERFORM 2010-READ-PARTITION
002850          END-PERFORM
002860          CLOSE PART-IN-FILE
002870          PERFORM 2900-TRUNCATE-PARTITION-FILE
002880        END-IF.
002890
002900    2300-MERGE-FEED.
002910        MOVE SPACES TO WS-PART-IN-NAME
002920        STRING "MATHFEED." WS-PART-ID
002930          DELIMITED BY SIZE INTO WS-PART-IN-NAME
002940        OPEN INPUT PART-IN-FILE
002950        IF WS-PART-IN-FILE-STATUS = "00"
002960          MOVE "N" TO WS-EOF-FLAG
002970          PERFORM 2010-READ-PARTITION
002980          PERFORM UNTIL WS-EOF-FLAG = "Y"
002990            WRITE FEED-RECORD FROM PART-IN-RECORD(1:49)
003000            PERFORM 2010-READ-PARTITION
003010          END-PERFORM
003020          CLOSE PART-IN-FILE
003030        END-IF.
003040
003050    2400-MERGE-SUSPENSE.
003060        MOVE SPACES TO WS-PART-IN-NAME
003070        STRING "MATHSUSO." WS-PART-ID
003080          DELIMITED BY SIZE INTO WS-PART-IN-NAME
003090        OPEN INPUT PART-IN-FILE
003100        IF WS-PART-IN-FILE-STATUS = "00"
003110          MOVE "N" TO WS-EOF-FLAG
003120          PERFORM 2010-READ-PARTITION
003130          PERFORM UNTIL WS-EOF-FLAG = "Y"
003140            WRITE SUSP-OUT-RECORD FROM PART-IN-RECORD(1:76)
003150            PERFORM 2010-READ-PARTITION
003160          END-PERFORM
003170          CLOSE PART-IN-FILE
003180        END-IF.
003190
003200    2500-MERGE-HARD-REJECTS.
003210        MOVE SPACES TO WS-PART-IN-NAME
003220        STRING "MATHHREJ." WS-PART-ID
003230          DELIMITED BY SIZE INTO WS-PART-IN-NAME
003240        OPEN INPUT PART-IN-FILE
003250        IF WS-PART-IN-FILE-STATUS = "00"
003260          MOVE "N" TO WS-EOF-FLAG
003270          PERFORM 2010-READ-PARTITION
003280          PERFORM UNTIL WS-EOF-FLAG = "Y"
003290            WRITE HARD-REJ-RECORD FROM PART-IN-RECORD(1:100)
003300            PERFORM 2010-READ-PARTITION
003310          END-PERFORM
003320          CLOSE PART-IN-FILE
003330        END-IF.
003340
003350    2600-MERGE-CARRY-FWD.
003360        MOVE SPACES TO WS-PART-IN-NAME
003370        STRING "MATHCFWO." WS-PART-ID
003380          DELIMITED BY SIZE INTO WS-PART-IN-NAME
003390        OPEN INPUT PART-IN-FILE
003400        IF WS-PART-IN-FILE-STATUS = "00"
003410          MOVE "N" TO WS-EOF-FLAG
003420          PERFORM 2010-READ-PARTITION
003430          PERFORM UNTIL WS-EOF-FLAG = "Y"
003440            WRITE CFWD-OUT-RECORD FROM PART-IN-RECORD(1:50)
003450            PERFORM 2010-READ-PARTITION
003460          END-PERFORM
003470          CLOSE PART-IN-FILE
003480        END-IF.
003490
003500*    OVER-LIMIT HOLDS ARE ADDED TO THE STANDING APPROVAL
003510*    QUEUE, WHICH MATHAPRV WORKS DOWN, AND THE PARTITION
003520*    FILE IS EMPTIED LIKE THE AUDIT SO NOTHING IS QUEUED
003530*    TWICE.
003540    2700-MERGE-APPROVAL-HOLDS.
003550        MOVE SPACES TO WS-PART-IN-NAME
003560        STRING "MATHAHLD." WS-PART-ID
003570          DELIMITED BY SIZE INTO WS-PART-IN-NAME
003580        OPEN INPUT PART-IN-FILE
003590        IF WS-PART-IN-FILE-STATUS = "00"
003600          MOVE "N" TO WS-EOF-FLAG
003610          PERFORM 2010-READ-PARTITION
003620          PERFORM UNTIL WS-EOF-FLAG = "Y"
003630            WRITE AHLD-RECORD FROM PART-IN-RECORD(1:85)
003640            PERFORM 2010-READ-PARTITION
003650          END-PERFORM
003660          CLOSE PART-IN-FILE
003670          PERFORM 2900-TRUNCATE-PARTITION-FILE
003680        END-IF.
003690
003700*    DESK RETURN DISPOSITIONS ARE COMBINED LIKE THE FEED:
003710*    MATHRTRN READS THE COMBINED FILE, AND EACH PARTITION
003720*    RUN STARTS ITS OWN FILE AFRESH.
003730    2800-MERGE-RETURN-DISP.
003740        MOVE SPACES TO WS-PART-IN-NAME
003750        STRING "MATHRTND." WS-PART-ID
003760          DELIMITED BY SIZE INTO WS-PART-IN-NAME
003770        OPEN INPUT PART-IN-FILE
003780        IF WS-PART-IN-FILE-STATUS = "00"
003790          MOVE "N" TO WS-EOF-FLAG
003800          PERFORM 2010-READ-PARTITION
003810          PERFORM UNTIL WS-EOF-FLAG = "Y"
003820            WRITE RTND-RECORD FROM PART-IN-RECORD(1:91)
003830            PERFORM 2010-READ-PARTITION
003840          END-PERFORM
003850          CLOSE PART-IN-FILE
003860        END-IF.
003870
003880*    THE PARTITION AUDIT FILE IS OPENED EXTEND BY MATH, SO
003890*    ONCE ITS LINES ARE IN THE COMBINED MATHAUD.TXT IT IS
003900*    EMPTIED HERE TO KEEP THE NEXT MERGE FROM DOUBLING
003910*    THEM.
003920    2900-TRUNCATE-PARTITION-FILE.
003930        OPEN OUTPUT PART-IN-FILE
003940        CLOSE PART-IN-FILE.
003950
003960    3300-WRITE-COMBINED-TRAILER.
003970        MOVE SPACES TO REPORT-RECORD
003980        WRITE REPORT-RECORD
003990        MOVE WS-TOT-REC-COUNT TO TRL-COUNT
004000        MOVE WS-TOT-NUM3-SUM TO TRL-SUM
004010        WRITE REPORT-RECORD FROM TRL-LINE
004020        MOVE "O" TO TRL-SRC-ID
004030        MOVE WS-TOT-ORD-COUNT TO TRL-SRC-COUNT
004040        MOVE WS-TOT-ORD-SUM TO TRL-SRC-SUM
004050        WRITE REPORT-RECORD FROM TRL-SRC-LINE
004060        MOVE "R" TO TRL-SRC-ID
004070        MOVE WS-TOT-RTE-COUNT TO TRL-SRC-COUNT
004080        MOVE WS-TOT-RTE-SUM TO TRL-SRC-SUM
004090        WRITE REPORT-RECORD FROM TRL-SRC-LINE
004100        MOVE "W" TO TRL-SRC-ID
004110        MOVE WS-TOT-WHS-COUNT TO TRL-SRC-COUNT
004120        MOVE WS-TOT-WHS-SUM TO TRL-SRC-SUM
004130        WRITE REPORT-RECORD FROM TRL-SRC-LINE
004140        MOVE WS-TOT-CFWD-COUNT TO TRL-CFWD-COUNT
004150        WRITE REPORT-RECORD FROM TRL-CFWD-LINE.
004160
004170    4000-WRITE-COMBINED-CHECKPOINT.
004180        OPEN OUTPUT CHECKPOINT-FILE
004190        IF WS-CKPT-FILE-STATUS NOT = "00"
004200          DISPLAY "CHECKPOINT-FILE OPEN FAILED, STATUS="
004210            WS-CKPT-FILE-STATUS
004220          STOP RUN
004230        END-IF
004240        MOVE "COMPLETE" TO CKPT-STATUS
004250        MOVE WS-TOT-REC-COUNT TO CKPT-REC-COUNT
004260        MOVE WS-TOT-NUM3-SUM TO CKPT-NUM3-SUM
004270        MOVE ZERO TO CKPT-PAGE-NO
004280        MOVE ZERO TO CKPT-PREV-NUM3
004290        MOVE "N" TO CKPT-HAVE-PREV
004300        MOVE "N" TO CKPT-CHAIN-BROKEN
004310        MOVE WS-TOT-CFWD-COUNT TO CKPT-CFWD-COUNT
004320        MOVE WS-TOT-ORD-COUNT TO CKPT-ORD-COUNT
004330        MOVE WS-TOT-ORD-SUM TO CKPT-ORD-SUM
004340        MOVE WS-TOT-RTE-COUNT TO CKPT-RTE-COUNT
004350        MOVE WS-TOT-RTE-SUM TO CKPT-RTE-SUM
004360        MOVE WS-TOT-WHS-COUNT TO CKPT-WHS-COUNT
004370        MOVE WS-TOT-WHS-SUM TO CKPT-WHS-SUM
004380        WRITE CHECKPOINT-RECORD FROM WS-CKPT-LINE
004390        CLOSE CHECKPOINT-FILE.
004400
004410*    THE PARTITION RUNS OPEN THE RESULTS MASTER FOR INPUT
004420*    ONLY AND QUEUE THEIR NEW RESULTS AND REUSES ON THE
004430*    MATHRUPD SIDE FILES, BECAUSE THE INDEXED MASTER HAS
004440*    NO CROSS-PROCESS LOCKING. THE MERGE RUNS ALONE, SO IT
004450*    IS THE ONE SAFE PLACE TO APPLY THEM; THE SIDE FILES
004460*    ARE EMPTIED AFTERWARDS SO NOTHING IS APPLIED TWICE.
004470    5000-APPLY-RESULTS-UPDATES.
004480        OPEN I-O RESULTS-FILE
004490        IF WS-RESULTS-FILE-STATUS = "35"
004500          OPEN OUTPUT RESULTS-FILE
004510          IF WS-RESULTS-FILE-STATUS = "00"
004520            CLOSE RESULTS-FILE
004530            OPEN I-O RESULTS-FILE
004540          END-IF
004550        END-IF
004560        IF WS-RESULTS-FILE-STATUS = "00"
004570          MOVE "Y" TO WS-RESULTS-AVAIL
004580          MOVE 1 TO WS-PART-IX
004590          PERFORM 5100-APPLY-PARTITION-UPDATES
004600            UNTIL WS-PART-IX > 3
004610          CLOSE RESULTS-FILE
004620          DISPLAY "MATHMRGE APPLIED " WS-UPD-NEW-COUNT
004630            " NEW RESULTS, " WS-UPD-USE-COUNT
004640            " USAGE UPDATES"
004650        ELSE
004660          DISPLAY "RESULTS MASTER UNAVAILABLE, STATUS="
004670            WS-RESULTS-FILE-STATUS
004680          IF WS-RESULTS-FILE-STATUS = "39"
004690            DISPLAY "RESULTS MASTER IS IN THE OLD LAYOUT -"
004700              " RUN MATHRCNV TO CONVERT IT"
004710          END-IF
004720        END-IF.
004730
004740    5100-APPLY-PARTITION-UPDATES.
004750        MOVE WS-PART-IDS(WS-PART-IX:1) TO WS-PART-ID
004760        MOVE SPACES TO WS-PART-RUPD-NAME
004770        STRING "MATHRUPD." WS-PART-ID
004780          DELIMITED BY SIZE INTO WS-PART-RUPD-NAME
004790        OPEN INPUT RUPD-FILE
004800        IF WS-RUPD-FILE-STATUS = "00"
004810          MOVE "N" TO WS-EOF-FLAG
004820          PERFORM 5110-READ-RESULTS-UPDATE
004830          PERFORM UNTIL WS-EOF-FLAG = "Y"
004840            PERFORM 5200-APPLY-ONE-UPDATE
004850            PERFORM 5110-READ-RESULTS-UPDATE
004860          END-PERFORM
004870          CLOSE RUPD-FILE
004880          PERFORM 5300-TRUNCATE-RUPD-FILE
004890        END-IF
004900        ADD 1 TO WS-PART-IX.
004910
004920    5110-READ-RESULTS-UPDATE.
004930        READ RUPD-FILE
004940          AT END
004950            MOVE "Y" TO WS-EOF-FLAG
004960        END-READ.
004970
004980*    A NEW RESULT WHOSE KEY IS ALREADY ON THE MASTER WAS
004990*    COMPUTED INDEPENDENTLY BY ANOTHER PARTITION OR RUN,
005000*    SO THE COLLISION IS APPLIED AS A REUSE OF THE STORED
005010*    RECORD INSTEAD.
005020    5200-APPLY-ONE-UPDATE.
005030        IF RUPD-ACTION = "N"
005040          MOVE RUPD-NUM1 TO RES-NUM1
005050          MOVE RUPD-NUM2 TO RES-NUM2
005060          MOVE RUPD-OP TO RES-OP
005070          MOVE RUPD-NUM3 TO RES-NUM3
005080          MOVE RUPD-REM TO RES-REM
005090          MOVE RUPD-CALC-DATE TO RES-CALC-DATE
005100          MOVE RUPD-CALC-TIME TO RES-CALC-TIME
005110          MOVE RUPD-RUN-ID TO RES-RUN-ID
005120          MOVE ZERO TO RES-USE-COUNT
005130          MOVE RUPD-REF-DATE TO RES-LAST-REF-DATE
005140          WRITE RESULTS-RECORD
005150            INVALID KEY
005160              PERFORM 5250-BUMP-MASTER-USAGE
005170            NOT INVALID KEY
005180              ADD 1 TO WS-UPD-NEW-COUNT
005190          END-WRITE
005200        ELSE
005210          PERFORM 5250-BUMP-MASTER-USAGE
005220        END-IF.
005230
005240    5250-BUMP-MASTER-USAGE.
005250        MOVE RUPD-NUM1 TO RES-NUM1
005260        MOVE RUPD-NUM2 TO RES-NUM2
005270        MOVE RUPD-OP TO RES-OP
005280        READ RESULTS-FILE
005290          INVALID KEY
005300            CONTINUE
005310          NOT INVALID KEY
005320            IF RES-USE-COUNT IS NOT NUMERIC
005330              MOVE ZERO TO RES-USE-COUNT
005340            END-IF
005350            ADD 1 TO RES-USE-COUNT
005360            IF RES-LAST-REF-DATE IS NOT NUMERIC
005370              MOVE ZERO TO RES-LAST-REF-DATE
005380            END-IF
005390            IF RUPD-REF-DATE > RES-LAST-REF-DATE
005400              MOVE RUPD-REF-DATE TO RES-LAST-REF-DATE
005410            END-IF
005420            REWRITE RESULTS-RECORD
005430              INVALID KEY
005440                CONTINUE
005450            END-REWRITE
005460            ADD 1 TO WS-UPD-USE-COUNT
005470        END-READ.
005480
005490    5300-TRUNCATE-RUPD-FILE.
005500        OPEN OUTPUT RUPD-FILE
005510        CLOSE RUPD-FILE.
