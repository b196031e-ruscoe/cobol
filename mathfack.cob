000070        SELECT FACK-CTL-FILE ASSIGN TO "MATHKCTL.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-FACK-CTL-FILE-STATUS.
000100        SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-FEED-FILE-STATUS.
000130        SELECT ACK-FILE ASSIGN TO "MATHFACK.DAT"
000210          FILE STATUS IS WS-FACK-RPT-FILE-STATUS.
000220  DATA DIVISION.
000230    FILE SECTION.
000240*    KCTL-RUN-ID NAMES THE RUN WHOSE FEED IS MATCHED AND
000250*    KCTL-CYCLE THE INTRADAY CYCLE THAT RUN BELONGED TO (SEE
000260*    CYCLREC), SO ITS FEED IS READ FROM MATHFEED.CNN. BLANK OR
000270*    00 IS THE NIGHTLY RUN AND MATHFEED.TXT.
000280      FD  FACK-CTL-FILE.
000290      01 FACK-CTL-RECORD.
000300          05 KCTL-RUN-ID PIC X(8).
000310          05 KCTL-CYCLE PIC 99.
000320      FD  FEED-FILE.
000330      01 FEED-RECORD.
000340          COPY FEEDREC.
000350*    THE LEDGER RETURNS ONE ACKNOWLEDGEMENT LINE PER POSTED
000360*    RECORD, ECHOING THE FEED RECORD EXACTLY (FEEDREC
000370*    LAYOUT). THE FIELDS ARE NAMED ACK- HERE BECAUSE THE
000380*    FEED FILE IN THIS PROGRAM ALREADY CARRIES THE FEED-
000390*    NAMES.
000400      FD  ACK-FILE.
000410      01 ACK-RECORD.
000420          05 ACK-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000430          05 ACK-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000440          05 ACK-OP PIC X.
000450          05 ACK-NUM3 PIC S9(7)V99 SIGN LEADING SEPARATE.
000460          05 ACK-REM PIC S9(4)V99 SIGN LEADING SEPARATE.
000470          05 ACK-RUN-ID PIC X(8).
000480          05 ACK-ORIG-RUN-ID PIC X(8).
000490          05 ACK-SOURCE-ID PIC X.
000500      FD  RESEND-FILE.
000510      01 RESEND-RECORD PIC X(49).
000520      FD  FACK-RPT-FILE.
000530      01 FACK-RPT-RECORD PIC X(100).
000540    WORKING-STORAGE SECTION.
000550      01 WS-FACK-CTL-FILE-STATUS PIC XX VALUE "00".
000560      01 WS-FEED-FILE-STATUS PIC XX VALUE "00".
000570      01 WS-FEED-NAME PIC X(12) VALUE "MATHFEED.TXT".
000580      01 WS-CYCLE PIC 99 VALUE ZERO.
000590      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000600      01 WS-ACK-FILE-STATUS PIC XX VALUE "00".
000610      01 WS-RESEND-FILE-STATUS PIC XX VALUE "00".
000620      01 WS-FACK-RPT-FILE-STATUS PIC XX VALUE "00".
000630      01 WS-WANT-RUN-ID PIC X(8).
000640      01 WS-EOF-FLAG PIC X VALUE "N".
000650      01 WS-FEED-COUNT PIC 9(8) VALUE ZERO.
000660      01 WS-FEED-VALUE PIC S9(10)V99 VALUE ZERO.
000670      01 WS-ACKED-COUNT PIC 9(8) VALUE ZERO.
000680      01 WS-ACKED-VALUE PIC S9(10)V99 VALUE ZERO.
000690      01 WS-UNACK-COUNT PIC 9(8) VALUE ZERO.
000700      01 WS-UNACK-VALUE PIC S9(10)V99 VALUE ZERO.
000710      01 WS-ORPH-ACK-COUNT PIC 9(8) VALUE ZERO.
000720      01 WS-OTHER-ACK-COUNT PIC 9(8) VALUE ZERO.
000730      01 WS-ACK-TAB-COUNT PIC 9(4) VALUE ZERO.
000740      01 WS-ACK-IX PIC 9(4) VALUE ZERO.
000750      01 WS-ACK-FND PIC 9(4) VALUE ZERO.
000760      01 WS-FEED-IMAGE PIC X(49).
000770      01 WS-ACK-TABLE.
000780          05 WS-ACK-ENTRY OCCURS 1000.
000790              10 WS-ACK-IMAGE PIC X(49).
000800              10 WS-ACK-MATCHED PIC X.
000810      01 WS-CURRENT-DATE.
000820          05 WS-CURR-YYYY PIC 9(4).
000830          05 WS-CURR-MM PIC 9(2).
000840          05 WS-CURR-DD PIC 9(2).
000850      01 WS-RUN-DATE-DISP PIC X(10).
000860      01 HDR-LINE-1.
000870          05 FILLER PIC X(20) VALUE "MATH FEED ACK MATCH".
000880          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000890          05 HDR1-RUN-DATE PIC X(10).
000900      01 HDR-LINE-2.
000910          05 FILLER PIC X(17) VALUE "MATCHING RUN:".
000920          05 HDR2-RUN-ID PIC X(8).
000930          05 HDR2-CYCLE PIC X(10) VALUE SPACES.
000940      01 EXC-LINE.
000950          05 FILLER PIC X(11) VALUE "EXCEPTION:".
000960          05 EXC-TYPE PIC X(30).
000970      01 TRL-LINE-1.
000980          05 FILLER PIC X(19) VALUE "FEED RECORDS:".
000990          05 TRL1-COUNT PIC Z(7)9.
001000          05 FILLER PIC X(8) VALUE "  VALUE:".
001010          05 TRL1-VALUE PIC +Z(9)9.99.
001020      01 TRL-LINE-2.
001030          05 FILLER PIC X(19) VALUE "ACKNOWLEDGED:".
001040          05 TRL2-COUNT PIC Z(7)9.
001050          05 FILLER PIC X(8) VALUE "  VALUE:".
001060          05 TRL2-VALUE PIC +Z(9)9.99.
001070      01 TRL-LINE-3.
001080          05 FILLER PIC X(19) VALUE "NEVER ACKNOWLEDGED:".
001090          05 TRL3-COUNT PIC Z(7)9.
001100          05 FILLER PIC X(8) VALUE "  VALUE:".
001110          05 TRL3-VALUE PIC +Z(9)9.99.
001120      01 TRL-LINE-4.
001130          05 FILLER PIC X(24)
001140              VALUE "ACKS MATCHING NOTHING:".
001150          05 TRL4-COUNT PIC Z(7)9.
001160          05 FILLER PIC X(19) VALUE "  ACKS OTHER RUNS:".
001170          05 TRL4-OTHER PIC Z(7)9.
001180      01 CERT-LINE.
001190          05 FILLER PIC X(4) VALUE "RUN".
001200          05 CERT-RUN-ID PIC X(8).
001210          05 CERT-TEXT PIC X(44).
001220  PROCEDURE DIVISION.
001230    0000-MAIN-PROCESS.
001240        PERFORM 1000-READ-FACK-CONTROL
001250        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001260        OPEN INPUT FEED-FILE
001270        IF WS-FEED-FILE-STATUS NOT = "00"
001280          DISPLAY "FEED-FILE OPEN FAILED, STATUS="
001290            WS-FEED-FILE-STATUS " " WS-FEED-NAME
001300          STOP RUN
001310        END-IF
001320        OPEN INPUT ACK-FILE
001330        IF WS-ACK-FILE-STATUS NOT = "00"
001340          DISPLAY "ACK-FILE OPEN FAILED, STATUS="
001350            WS-ACK-FILE-STATUS
001360          STOP RUN
001370        END-IF
001380        OPEN OUTPUT RESEND-FILE
001390        OPEN OUTPUT FACK-RPT-FILE
001400        PERFORM 3000-WRITE-REPORT-HEADERS
001410        PERFORM 1100-LOAD-ACKNOWLEDGEMENTS
001420        PERFORM 2100-READ-FEED
001430        PERFORM UNTIL WS-EOF-FLAG = "Y"
001440          IF FEED-RUN-ID = WS-WANT-RUN-ID
001450            PERFORM 2200-MATCH-FEED-RECORD
001460          END-IF
001470          PERFORM 2100-READ-FEED
001480        END-PERFORM
001490        PERFORM 2600-DRAIN-ORPHAN-ACKS
001500        PERFORM 3300-WRITE-REPORT-TRAILER
001510        CLOSE FEED-FILE
001520        CLOSE ACK-FILE
001530        CLOSE RESEND-FILE
001540        CLOSE FACK-RPT-FILE
001550        STOP RUN.
001560
001570    1000-READ-FACK-CONTROL.
001580        OPEN INPUT FACK-CTL-FILE
001590        IF WS-FACK-CTL-FILE-STATUS NOT = "00"
001600          DISPLAY "FACK-CTL-FILE OPEN FAILED, STATUS="
001610            WS-FACK-CTL-FILE-STATUS
001620          STOP RUN
001630        END-IF
001640        READ FACK-CTL-FILE
001650          AT END
001660            DISPLAY "FACK-CTL-FILE EMPTY, NO RUN-ID GIVEN"
001670            STOP RUN
001680        END-READ
001690        IF KCTL-RUN-ID = SPACES
001700          DISPLAY "FACK-CTL-FILE HAS NO RUN-ID"
001710          STOP RUN
001720        END-IF
001730        MOVE KCTL-RUN-ID TO WS-WANT-RUN-ID
001740        IF KCTL-CYCLE IS NUMERIC
001750          MOVE KCTL-CYCLE TO WS-CYCLE
001760        END-IF
001770        CLOSE FACK-CTL-FILE
001780        IF WS-CYCLE > ZERO
001790          STRING "C" WS-CYCLE DELIMITED BY SIZE
001800            INTO WS-CYCLE-SUFFIX
001810          MOVE SPACES TO WS-FEED-NAME
001820          STRING "MATHFEED." WS-CYCLE-SUFFIX
001830            DELIMITED BY SIZE INTO WS-FEED-NAME
001840          STRING "  CYCLE " WS-CYCLE DELIMITED BY SIZE
001850            INTO HDR2-CYCLE
001860        END-IF.
001870
001880    1100-LOAD-ACKNOWLEDGEMENTS.
001890        MOVE "N" TO WS-EOF-FLAG
001900        PERFORM 1110-READ-ACK
001910        PERFORM UNTIL WS-EOF-FLAG = "Y"
001920          IF ACK-RUN-ID = WS-WANT-RUN-ID
001930            IF WS-ACK-TAB-COUNT < 1000
001940              ADD 1 TO WS-ACK-TAB-COUNT
001950              MOVE ACK-RECORD
001960                TO WS-ACK-IMAGE(WS-ACK-TAB-COUNT)
001970              MOVE "N" TO WS-ACK-MATCHED(WS-ACK-TAB-COUNT)
001980            ELSE
001990*    A DROPPED ACK WOULD REPORT A POSTED RECORD AS NEVER
002000*    ACKNOWLEDGED AND RE-SEND IT, DOUBLE-POSTING THE
002010*    LEDGER, SO AN OVERFLOWING RUN IS REFUSED OUTRIGHT.
002020              DISPLAY "ACK TABLE EXCEEDS 1000 ENTRIES FOR"
002030                " RUN " WS-WANT-RUN-ID " - MATCH ABANDONED"
002040              STOP RUN
002050            END-IF
002060          ELSE
002070            ADD 1 TO WS-OTHER-ACK-COUNT
002080          END-IF
002090          PERFORM 1110-READ-ACK
002100        END-PERFORM
002110        MOVE "N" TO WS-EOF-FLAG.
002120
002130    1110-READ-ACK.
002140        READ ACK-FILE
002150          AT END
002160            MOVE "Y" TO WS-EOF-FLAG
002170        END-READ.
002180
002190    2100-READ-FEED.
002200        READ FEED-FILE
002210          AT END
002220            MOVE "Y" TO WS-EOF-FLAG
002230        END-READ.
002240
002250    2200-MATCH-FEED-RECORD.
002260        ADD 1 TO WS-FEED-COUNT
002270        ADD FEED-NUM3 TO WS-FEED-VALUE
002280        MOVE FEED-RECORD TO WS-FEED-IMAGE
002290        PERFORM 2300-SEARCH-ACK-TABLE
002300        IF WS-ACK-FND > ZERO
002310          MOVE "Y" TO WS-ACK-MATCHED(WS-ACK-FND)
002320          ADD 1 TO WS-ACKED-COUNT
002330          ADD FEED-NUM3 TO WS-ACKED-VALUE
002340        ELSE
002350          ADD 1 TO WS-UNACK-COUNT
002360          ADD FEED-NUM3 TO WS-UNACK-VALUE
002370          WRITE RESEND-RECORD FROM FEED-RECORD
002380          MOVE "FEED RECORD NEVER ACKED" TO EXC-TYPE
002390          WRITE FACK-RPT-RECORD FROM EXC-LINE
002400          WRITE FACK-RPT-RECORD FROM FEED-RECORD
002410        END-IF.
002420
002430    2300-SEARCH-ACK-TABLE.
002440        MOVE ZERO TO WS-ACK-FND
002450        MOVE 1 TO WS-ACK-IX
002460        PERFORM 2310-TEST-ACK-ENTRY
002470          UNTIL WS-ACK-IX > WS-ACK-TAB-COUNT.
002480
002490    2310-TEST-ACK-ENTRY.
002500        IF WS-ACK-FND = ZERO
002510            AND WS-ACK-MATCHED(WS-ACK-IX) = "N"
002520            AND WS-ACK-IMAGE(WS-ACK-IX) = WS-FEED-IMAGE
002530          MOVE WS-ACK-IX TO WS-ACK-FND
002540        END-IF
002550        ADD 1 TO WS-ACK-IX.
002560
002570    2600-DRAIN-ORPHAN-ACKS.
002580        MOVE 1 TO WS-ACK-IX
002590        PERFORM 2610-TEST-ORPHAN-ACK
002600          UNTIL WS-ACK-IX > WS-ACK-TAB-COUNT.
002610
002620    2610-TEST-ORPHAN-ACK.
002630        IF WS-ACK-MATCHED(WS-ACK-IX) = "N"
002640          ADD 1 TO WS-ORPH-ACK-COUNT
002650          MOVE "ACK MATCHES NOTHING WE SENT" TO EXC-TYPE
002660          WRITE FACK-RPT-RECORD FROM EXC-LINE
002670          WRITE FACK-RPT-RECORD
002680            FROM WS-ACK-IMAGE(WS-ACK-IX)
002690        END-IF
002700        ADD 1 TO WS-ACK-IX.
002710
002720    3000-WRITE-REPORT-HEADERS.
002730        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
002740          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
002750        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
002760        WRITE FACK-RPT-RECORD FROM HDR-LINE-1
002770        MOVE WS-WANT-RUN-ID TO HDR2-RUN-ID
002780        WRITE FACK-RPT-RECORD FROM HDR-LINE-2
002790        MOVE SPACES TO FACK-RPT-RECORD
002800        WRITE FACK-RPT-RECORD.
002810
002820    3300-WRITE-REPORT-TRAILER.
002830        MOVE SPACES TO FACK-RPT-RECORD
002840        WRITE FACK-RPT-RECORD
002850        MOVE WS-FEED-COUNT TO TRL1-COUNT
002860        MOVE WS-FEED-VALUE TO TRL1-VALUE
002870        WRITE FACK-RPT-RECORD FROM TRL-LINE-1
002880        MOVE WS-ACKED-COUNT TO TRL2-COUNT
002890        MOVE WS-ACKED-VALUE TO TRL2-VALUE
002900        WRITE FACK-RPT-RECORD FROM TRL-LINE-2
002910        MOVE WS-UNACK-COUNT TO TRL3-COUNT
002920        MOVE WS-UNACK-VALUE TO TRL3-VALUE
002930        WRITE FACK-RPT-RECORD FROM TRL-LINE-3
002940        MOVE WS-ORPH-ACK-COUNT TO TRL4-COUNT
002950        MOVE WS-OTHER-ACK-COUNT TO TRL4-OTHER
002960        WRITE FACK-RPT-RECORD FROM TRL-LINE-4
002970        MOVE SPACES TO FACK-RPT-RECORD
002980        WRITE FACK-RPT-RECORD
002990        MOVE WS-WANT-RUN-ID TO CERT-RUN-ID
003000        IF WS-UNACK-COUNT = ZERO AND WS-ORPH-ACK-COUNT = ZERO
003010          MOVE " IN BALANCE - ALL FEED RECORDS ACKNOWLEDGED"
003020            TO CERT-TEXT
003030        ELSE
003040          MOVE " OUT OF BALANCE - SEE EXCEPTIONS ABOVE"
003050            TO CERT-TEXT
003060        END-IF
003070        WRITE FACK-RPT-RECORD FROM CERT-LINE.
