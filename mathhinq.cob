000750          05 WS-CURR-MM PIC 9(2).
000760          05 WS-CURR-DD PIC 9(2).
000770      01 WS-RUN-DATE-DISP PIC X(10).
000780      01 WS-SIGN-FUNCTION PIC X(4).
000790      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHHINQ".
000800      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000810      01 WS-SIGN-AUTHORITY PIC X VALUE "I".
000820      01 WS-SIGN-ACTIVITY PIC X(8).
000830      01 WS-SIGN-KEY PIC X(52).
000840      01 WS-SIGN-RETURN PIC XX VALUE "00".
000850      01 HDR-LINE-1.
000860          05 FILLER PIC X(20) VALUE "MATH HISTORY INQUIRY".
000870          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000880          05 HDR1-RUN-DATE PIC X(10).
000890          05 FILLER PIC X(12) VALUE "  OPERATOR:".
000900          05 HDR1-OPERATOR PIC X(8).
000910      01 KEY-LINE.
000920          05 FILLER PIC X(5) VALUE "KEY:".
000930          05 KEY-NUM1 PIC X(7).
000940          05 FILLER PIC X(1) VALUE SPACE.
000950          05 KEY-OP PIC X.
000960          05 FILLER PIC X(1) VALUE SPACE.
000970          05 KEY-NUM2 PIC X(7).
000980      01 SUM-LINE-1.
000990          05 FILLER PIC X(13) VALUE "  FIRST SEEN:".
001000          05 SUM1-FIRST PIC X(10).
001010          05 FILLER PIC X(12) VALUE "  LAST SEEN:".
001020          05 SUM1-LAST PIC X(10).
001030          05 FILLER PIC X(14) VALUE "  OCCURRENCES:".
001040          05 SUM1-COUNT PIC Z(7)9.
001050      01 NOF-LINE.
001060          05 FILLER PIC X(26)
001070              VALUE "  NO HISTORY ON FILE".
001080  PROCEDURE DIVISION.
001090    0000-MAIN-PROCESS.
001100        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001110        PERFORM 1200-SIGN-ON-OPERATOR
001120        PERFORM 1100-LOAD-ARCHIVE-LIST
001130        OPEN OUTPUT HINQ-RPT-FILE
001140        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
001150          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
001160        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
001170        MOVE WS-SIGN-USER-ID TO HDR1-OPERATOR
001180        WRITE HINQ-RPT-RECORD FROM HDR-LINE-1
001190        OPEN INPUT HINQ-CTL-FILE
001200        IF WS-HINQ-CTL-FILE-STATUS = "00"
001210          MOVE "Y" TO WS-BATCH-MODE
001220          PERFORM 2100-READ-KEY-CONTROL
001230          PERFORM UNTIL WS-CTL-EOF-FLAG = "Y"
001240            MOVE HCTL-NUM1 TO WS-IN-NUM1
001250            MOVE HCTL-NUM2 TO WS-IN-NUM2
001260            MOVE HCTL-OP TO WS-IN-OP
001270            PERFORM 2200-PROCESS-KEY
001280            PERFORM 2100-READ-KEY-CONTROL
001290          END-PERFORM
001300          CLOSE HINQ-CTL-FILE
001310        ELSE
001320          PERFORM 2000-PROCESS-INQUIRY
001330            UNTIL WS-DONE-FLAG = "Y"
001340        END-IF
001350        CLOSE HINQ-RPT-FILE
001360        STOP RUN.
001370
001380    1100-LOAD-ARCHIVE-LIST.
001390        OPEN INPUT ARCH-LIST-FILE
001400        IF WS-ARCH-LIST-FILE-STATUS = "00"
001410          MOVE "N" TO WS-EOF-FLAG
001420          PERFORM 1110-READ-ARCHIVE-LIST
001430          PERFORM UNTIL WS-EOF-FLAG = "Y"
001440            IF HARC-ARCHIVE-NAME NOT = SPACES
001450              IF WS-ARC-COUNT < 200
001460                ADD 1 TO WS-ARC-COUNT
001470                MOVE HARC-ARCHIVE-NAME
001480                  TO WS-ARC-ENTRY(WS-ARC-COUNT)
001490              ELSE
001500*    AN UNSEARCHED ARCHIVE WOULD QUIETLY TURN REAL HISTORY
001510*    INTO "NO HISTORY ON FILE", SO AN OVERLONG LIST IS
001520*    REFUSED OUTRIGHT.
001530                DISPLAY "ARCHIVE LIST EXCEEDS 200 ENTRIES -"
001540                  " TRIM MATHHARC.TXT AND RERUN"
001550                STOP RUN
001560              END-IF
001570            END-IF
001580            PERFORM 1110-READ-ARCHIVE-LIST
001590          END-PERFORM
001600          CLOSE ARCH-LIST-FILE
001610        END-IF.
001620
001630    1110-READ-ARCHIVE-LIST.
001640        READ ARCH-LIST-FILE
001650          AT END
001660            MOVE "Y" TO WS-EOF-FLAG
001670        END-READ.
001680
001690*    HISTORY IS SHOWN ONLY TO AN OPERATOR WITH INQUIRE
001700*    AUTHORITY, IN BATCH MODE AS WELL AS AT THE TERMINAL, AND
001710*    EVERY KEY LOOKED UP IS LOGGED UNDER THEM.
001720    1200-SIGN-ON-OPERATOR.
001730        MOVE "SIGN" TO WS-SIGN-FUNCTION
001740        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
001750          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
001760          WS-SIGN-KEY WS-SIGN-RETURN
001770        IF WS-SIGN-RETURN NOT = "00"
001780          DISPLAY "NOT SIGNED ON - SESSION ENDED"
001790          STOP RUN
001800        END-IF.
001810
001820    2000-PROCESS-INQUIRY.
001830        DISPLAY "NUM1 (SIGN AND 6 DIGITS, E.G. +000450,"
001840          " BLANK TO END):"
001850        MOVE SPACES TO WS-IN-NUM1
001860        ACCEPT WS-IN-NUM1
001870        IF WS-IN-NUM1 = SPACES
001880          MOVE "Y" TO WS-DONE-FLAG
001890        ELSE
001900          DISPLAY "NUM2 (SAME FORM):"
001910          MOVE SPACES TO WS-IN-NUM2
001920          ACCEPT WS-IN-NUM2
001930          DISPLAY "OP-CODE (A/S/M/D):"
001940          MOVE SPACES TO WS-IN-OP
001950          ACCEPT WS-IN-OP
001960          PERFORM 2200-PROCESS-KEY
001970        END-IF.
001980
001990    2100-READ-KEY-CONTROL.
002000        READ HINQ-CTL-FILE
002010          AT END
002020            MOVE "Y" TO WS-CTL-EOF-FLAG
002030        END-READ.
002040
002050    2200-PROCESS-KEY.
002060        IF WS-KEY-NUM1 IS NOT NUMERIC
002070            OR WS-KEY-NUM2 IS NOT NUMERIC
002080          DISPLAY "AMOUNTS MUST BE SIGNED NUMERIC,"
002090            " E.G. +000450: " WS-IN-NUM1 " " WS-IN-NUM2
002100        ELSE
002110          PERFORM 2600-LOG-INQUIRY
002120          MOVE ZERO TO WS-MATCH-COUNT
002130          MOVE 99999999 TO WS-FIRST-DATE-NUM
002140          MOVE ZERO TO WS-LAST-DATE-NUM
002150          MOVE SPACES TO WS-FIRST-DATE-DISP
002160          MOVE SPACES TO WS-LAST-DATE-DISP
002170          MOVE SPACES TO HINQ-RPT-RECORD
002180          WRITE HINQ-RPT-RECORD
002190          MOVE WS-IN-NUM1 TO KEY-NUM1
002200          MOVE WS-IN-OP TO KEY-OP
002210          MOVE WS-IN-NUM2 TO KEY-NUM2
002220          WRITE HINQ-RPT-RECORD FROM KEY-LINE
002230          MOVE 1 TO WS-ARC-IX
002240          PERFORM 2300-SCAN-ARCHIVE
002250            UNTIL WS-ARC-IX > WS-ARC-COUNT
002260          PERFORM 2400-SCAN-LIVE-AUDIT
002270          PERFORM 3200-WRITE-KEY-SUMMARY
002280        END-IF.
002290
002300    2300-SCAN-ARCHIVE.
002310        MOVE WS-ARC-ENTRY(WS-ARC-IX) TO WS-ARCHIVE-NAME
002320        OPEN INPUT ARCHIVE-FILE
002330        IF WS-ARCHIVE-FILE-STATUS = "00"
002340          MOVE "N" TO WS-EOF-FLAG
002350          PERFORM 2310-READ-ARCHIVE
002360          PERFORM UNTIL WS-EOF-FLAG = "Y"
002370            MOVE ARCHIVE-RECORD TO WS-AUD-LINE
002380            PERFORM 2500-MATCH-AUDIT-LINE
002390            PERFORM 2310-READ-ARCHIVE
002400          END-PERFORM
002410          CLOSE ARCHIVE-FILE
002420        ELSE
002430          DISPLAY "ARCHIVE OPEN FAILED: " WS-ARCHIVE-NAME
002440            " STATUS=" WS-ARCHIVE-FILE-STATUS
002450        END-IF
002460        ADD 1 TO WS-ARC-IX.
002470
002480    2310-READ-ARCHIVE.
002490        READ ARCHIVE-FILE
002500          AT END
002510            MOVE "Y" TO WS-EOF-FLAG
002520        END-READ.
002530
002540    2400-SCAN-LIVE-AUDIT.
002550        OPEN INPUT AUDIT-FILE
002560        IF WS-AUDIT-FILE-STATUS = "00"
002570          MOVE "N" TO WS-EOF-FLAG
002580          PERFORM 2410-READ-LIVE-AUDIT
002590          PERFORM UNTIL WS-EOF-FLAG = "Y"
002600            MOVE AUDIT-RECORD TO WS-AUD-LINE
002610            PERFORM 2500-MATCH-AUDIT-LINE
002620            PERFORM 2410-READ-LIVE-AUDIT
002630          END-PERFORM
002640          CLOSE AUDIT-FILE
002650        END-IF.
002660
002670    2410-READ-LIVE-AUDIT.
002680        READ AUDIT-FILE
002690          AT END
002700            MOVE "Y" TO WS-EOF-FLAG
002710        END-READ.
002720
002730    2500-MATCH-AUDIT-LINE.
002740        MOVE AUD-NUM1 TO WS-AUD-NUM1
002750        MOVE AUD-NUM2 TO WS-AUD-NUM2
002760        IF WS-AUD-NUM1 = WS-KEY-NUM1
002770            AND WS-AUD-NUM2 = WS-KEY-NUM2
002780            AND AUD-OP = WS-IN-OP
002790          ADD 1 TO WS-MATCH-COUNT
002800          PERFORM 2510-TRACK-SEEN-DATES
002810          WRITE HINQ-RPT-RECORD FROM WS-AUD-LINE
002820          IF WS-BATCH-MODE = "N"
002830            DISPLAY WS-AUD-LINE
002840          END-IF
002850        END-IF.
002860
002870    2510-TRACK-SEEN-DATES.
002880        MOVE AUD-DATE(7:4) TO WS-AUD-DATE-NUM(1:4)
002890        MOVE AUD-DATE(1:2) TO WS-AUD-DATE-NUM(5:2)
002900        MOVE AUD-DATE(4:2) TO WS-AUD-DATE-NUM(7:2)
002910        IF WS-AUD-DATE-NUM IS NUMERIC
002920          IF WS-AUD-DATE-NUM < WS-FIRST-DATE-NUM
002930            MOVE WS-AUD-DATE-NUM TO WS-FIRST-DATE-NUM
002940            MOVE AUD-DATE TO WS-FIRST-DATE-DISP
002950          END-IF
002960          IF WS-AUD-DATE-NUM > WS-LAST-DATE-NUM
002970            MOVE WS-AUD-DATE-NUM TO WS-LAST-DATE-NUM
002980            MOVE AUD-DATE TO WS-LAST-DATE-DISP
002990          END-IF
003000        END-IF.
003010
003020*    EVERY KEY LOOKED UP IS LOGGED UNDER THE SIGNED-ON
003030*    OPERATOR, WHETHER OR NOT IT IS FOUND.
003040    2600-LOG-INQUIRY.
003050        MOVE "INQUIRE" TO WS-SIGN-ACTIVITY
003060        MOVE SPACES TO WS-SIGN-KEY
003070        STRING WS-IN-NUM1 " " WS-IN-OP " " WS-IN-NUM2
003080          DELIMITED BY SIZE INTO WS-SIGN-KEY
003090        MOVE "LOG " TO WS-SIGN-FUNCTION
003100        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
003110          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
003120          WS-SIGN-KEY WS-SIGN-RETURN.
003130
003140    3200-WRITE-KEY-SUMMARY.
003150        IF WS-MATCH-COUNT = ZERO
003160          WRITE HINQ-RPT-RECORD FROM NOF-LINE
003170          IF WS-BATCH-MODE = "N"
003180            DISPLAY "NO HISTORY ON FILE: " WS-IN-NUM1 " "
003190              WS-IN-OP " " WS-IN-NUM2
003200          END-IF
003210        ELSE
003220          MOVE WS-FIRST-DATE-DISP TO SUM1-FIRST
003230          MOVE WS-LAST-DATE-DISP TO SUM1-LAST
003240          MOVE WS-MATCH-COUNT TO SUM1-COUNT
003250          WRITE HINQ-RPT-RECORD FROM SUM-LINE-1
003260          IF WS-BATCH-MODE = "N"
003270            DISPLAY "FIRST SEEN: " WS-FIRST-DATE-DISP
003280              "  LAST SEEN: " WS-LAST-DATE-DISP
003290              "  OCCURRENCES: " WS-MATCH-COUNT
003300          END-IF
003310        END-IF.
