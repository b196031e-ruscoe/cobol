000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHRLSE.
000030    AUTHOR. Dan Ruscoe.
000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-PARAM-FILE-STATUS.
000100        SELECT CREG-FILE ASSIGN TO "MATHCREG.DAT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-CREG-FILE-STATUS.
000130        SELECT RREG-FILE ASSIGN TO "MATHRREG.DAT"
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-RREG-FILE-STATUS.
000160        SELECT OVRD-FILE ASSIGN TO "MATHOVRD.TXT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-OVRD-FILE-STATUS.
000190        SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-FEED-FILE-STATUS.
000220        SELECT XMIT-FILE ASSIGN TO "MATHXMIT.DAT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-XMIT-FILE-STATUS.
000250        SELECT RLSE-RPT-FILE ASSIGN TO "MATHRLSR.TXT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-RLSE-RPT-FILE-STATUS.
000280        SELECT RUNC-FILE ASSIGN TO "MATHRUNC.DAT"
000290          ORGANIZATION IS LINE SEQUENTIAL
000300          FILE STATUS IS WS-RUNC-FILE-STATUS.
000310  DATA DIVISION.
000320    FILE SECTION.
000330      FD  PARAM-FILE.
000340      01 PARAM-RECORD.
000350          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000360          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000370          05 PARM-MAX-RECYCLE PIC 99.
000380          05 PARM-BUS-DATE PIC 9(8).
000390      FD  CREG-FILE.
000400      01 CREG-RECORD.
000410          COPY CREGREC.
000420*    THE RELEASE REGISTER HOLDS ONE RECORD PER TRANSMISSION,
000430*    IN SEQUENCE NUMBER ORDER.
000440      FD  RREG-FILE.
000450      01 RREG-RECORD.
000460          05 RREG-SEQ-NO PIC 9(6).
000470          05 RREG-BUS-DATE PIC 9(8).
000480          05 RREG-REL-DATE PIC 9(8).
000490          05 RREG-REL-TIME PIC X(8).
000500          05 RREG-REC-COUNT PIC 9(8).
000510          05 RREG-NUM3-HASH PIC S9(13)V99 SIGN LEADING
000520              SEPARATE.
000530          05 RREG-RESEND-FLAG PIC X.
000540      FD  OVRD-FILE.
000550      01 OVRD-RECORD.
000560          COPY OVRDREC.
000570      FD  FEED-FILE.
000580      01 FEED-RECORD.
000590          COPY FEEDREC.
000600      FD  XMIT-FILE.
000610      01 XMIT-RECORD.
000620          COPY XMITREC.
000630      FD  RLSE-RPT-FILE.
000640      01 RLSE-RPT-RECORD PIC X(100).
000650      FD  RUNC-FILE.
000660      01 RUNC-RECORD.
000670          COPY RUNREC.
000680    WORKING-STORAGE SECTION.
000690      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000700      01 WS-CREG-FILE-STATUS PIC XX VALUE "00".
000710      01 WS-RREG-FILE-STATUS PIC XX VALUE "00".
000720      01 WS-OVRD-FILE-STATUS PIC XX VALUE "00".
000730      01 WS-FEED-FILE-STATUS PIC XX VALUE "00".
000740      01 WS-XMIT-FILE-STATUS PIC XX VALUE "00".
000750      01 WS-RLSE-RPT-FILE-STATUS PIC XX VALUE "00".
000760      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000770      01 WS-FEED-NAME PIC X(12) VALUE "MATHFEED.TXT".
000780      01 WS-FEED-COUNT PIC 9(8) VALUE ZERO.
000790      01 WS-CYCLE PIC 99 VALUE ZERO.
000800      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000810      01 WS-CYC-IX PIC 999 VALUE ZERO.
000820      01 WS-CREG-CYCLE PIC 99 VALUE ZERO.
000830      01 WS-OVRD-CYCLE PIC 99 VALUE ZERO.
000840      01 WS-EOF-FLAG PIC X VALUE "N".
000850      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000860      01 WS-RECN-VERDICT PIC X(8) VALUE "NONE".
000870      01 WS-BALN-VERDICT PIC X(8) VALUE "NONE".
000880      01 WS-OVERRIDE-OK PIC X VALUE "N".
000890      01 WS-SIGN-FUNCTION PIC X(4).
000900      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHRLSE".
000910      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000920      01 WS-SIGN-AUTHORITY PIC X VALUE "O".
000930      01 WS-SIGN-ACTIVITY PIC X(8).
000940      01 WS-SIGN-KEY PIC X(52).
000950      01 WS-SIGN-RETURN PIC XX VALUE "00".
000960      01 WS-DATE-SENT PIC X VALUE "N".
000970      01 WS-SENT-SEQ-NO PIC 9(6) VALUE ZERO.
000980      01 WS-LAST-SEQ-NO PIC 9(6) VALUE ZERO.
000990      01 WS-NEXT-SEQ-NO PIC 9(6) VALUE ZERO.
001000      01 WS-REG-COUNT PIC 9(8) VALUE ZERO.
001010      01 WS-GAP-COUNT PIC 9(8) VALUE ZERO.
001020      01 WS-REFUSED PIC X VALUE "N".
001030      01 WS-XMIT-COUNT PIC 9(8) VALUE ZERO.
001040      01 WS-XMIT-HASH PIC S9(13)V99 VALUE ZERO.
001050      01 WS-RUNC-FUNCTION PIC X(5).
001060      01 WS-RUNC-STEP PIC X(8).
001070      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
001080      01 WS-RUNC-RETURN PIC XX VALUE "00".
001090      01 WS-CURRENT-DATE.
001100          05 WS-CURR-YYYY PIC 9(4).
001110          05 WS-CURR-MM PIC 9(2).
001120          05 WS-CURR-DD PIC 9(2).
001130      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001140          PIC 9(8).
001150      01 WS-RUN-DATE-DISP PIC X(10).
001160      01 WS-CURRENT-TIME PIC 9(8).
001170      01 WS-TIME-DISP PIC X(8).
001180      01 WS-CYC-TABLE.
001190          05 WS-CYC-ENT OCCURS 99.
001200            10 WS-CYC-RUN PIC X.
001210            10 WS-CYC-RECN PIC X.
001220      01 HDR-LINE-1.
001230          05 FILLER PIC X(20) VALUE "MATH FEED RELEASE".
001240          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001250          05 HDR1-RUN-DATE PIC X(10).
001260          05 FILLER PIC X(11) VALUE "  BUS DATE:".
001270          05 HDR1-BUS-DATE PIC 9(8).
001280      01 GATE-LINE.
001290          05 FILLER PIC X(5) VALUE "GATE".
001300          05 GATE-STEP PIC X(9).
001310          05 FILLER PIC X(9) VALUE "VERDICT:".
001320          05 GATE-VERDICT PIC X(8).
001330      01 GAP-LINE.
001340          05 FILLER PIC X(20) VALUE "SEQUENCE GAP: AFTER".
001350          05 GAP-AFTER PIC Z(5)9.
001360          05 FILLER PIC X(7) VALUE "  NEXT".
001370          05 GAP-NEXT PIC Z(5)9.
001380      01 REFUSE-LINE.
001390          05 FILLER PIC X(9) VALUE "REFUSED:".
001400          05 REFUSE-TEXT PIC X(60).
001410      01 TRL-LINE-1.
001420          05 FILLER PIC X(20) VALUE "TRANSMISSION SEQ:".
001430          05 TRL1-SEQ-NO PIC Z(7)9.
001440          05 FILLER PIC X(10) VALUE "  RESEND:".
001450          05 TRL1-RESEND PIC X.
001460      01 TRL-LINE-2.
001470          05 FILLER PIC X(20) VALUE "RECORDS RELEASED:".
001480          05 TRL2-COUNT PIC Z(7)9.
001490          05 FILLER PIC X(12) VALUE "  NUM3 HASH:".
001500          05 TRL2-HASH PIC +Z(12)9.99.
001510      01 TRL-LINE-3.
001520          05 FILLER PIC X(20) VALUE "SEQUENCE GAPS:".
001530          05 TRL3-COUNT PIC Z(7)9.
001540      01 CERT-LINE.
001550          05 FILLER PIC X(13) VALUE "CERTIFICATE:".
001560          05 CERT-TEXT PIC X(50).
001570      01 FEED-LINE.
001580          05 FILLER PIC X(20) VALUE "FEED INCLUDED:".
001590          05 FEED-LINE-NAME PIC X(12).
001600          05 FILLER PIC X(11) VALUE "  RECORDS:".
001610          05 FEED-LINE-COUNT PIC Z(7)9.
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
001720        PERFORM 0100-RUN-CONTROL-START
001730        PERFORM 1200-READ-PARAMETERS
001740        OPEN OUTPUT RLSE-RPT-FILE
001750        PERFORM 3000-WRITE-REPORT-HEADERS
001760        PERFORM 1300-CHECK-CERTIFICATES
001770        PERFORM 1350-FIND-CYCLE-FEEDS
001780        PERFORM 1400-READ-RELEASE-REGISTER
001790        PERFORM 1500-CHECK-OVERRIDE
001800        PERFORM 1600-APPLY-RELEASE-GATE
001810        IF WS-REFUSED = "Y"
001820          PERFORM 3900-WRITE-REFUSED-TRAILER
001830          CLOSE RLSE-RPT-FILE
001840          DISPLAY "MATHRLSE FEED NOT RELEASED FOR " WS-BUS-DATE
001850            " - SEE MATHRLSR.TXT"
001860          STOP RUN
001870        END-IF
001880        PERFORM 2000-WRITE-TRANSMISSION
001890        PERFORM 2500-REGISTER-RELEASE
001900        PERFORM 3300-WRITE-REPORT-TRAILER
001910        CLOSE RLSE-RPT-FILE
001920        DISPLAY "MATHRLSE RELEASED SEQ " WS-NEXT-SEQ-NO
001930          " FOR " WS-BUS-DATE " RECORDS " WS-XMIT-COUNT
001940        IF WS-GAP-COUNT > ZERO
001950          DISPLAY "MATHRLSE " WS-GAP-COUNT
001960            " GAPS IN RELEASE SEQUENCE - SEE MATHRLSR.TXT"
001970        END-IF
001980        PERFORM 0900-RUN-CONTROL-END
001990        STOP RUN.
002000
002010    0100-RUN-CONTROL-START.
002020        MOVE "START" TO WS-RUNC-FUNCTION
002030        MOVE "MATHRLSE" TO WS-RUNC-STEP
002040        MOVE ZERO TO WS-RUNC-REC-COUNT
002050        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002060          WS-RUNC-REC-COUNT WS-RUNC-RETURN
002070        IF WS-RUNC-RETURN NOT = "00"
002080          STOP RUN
002090        END-IF.
002100
002110    0900-RUN-CONTROL-END.
002120        MOVE "END" TO WS-RUNC-FUNCTION
002130        MOVE "MATHRLSE" TO WS-RUNC-STEP
002140        MOVE WS-XMIT-COUNT TO WS-RUNC-REC-COUNT
002150        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002160          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
002170
002180    1200-READ-PARAMETERS.
002190        OPEN INPUT PARAM-FILE
002200        IF WS-PARAM-FILE-STATUS = "00"
002210          READ PARAM-FILE
002220            NOT AT END
002230              IF PARM-BUS-DATE IS NUMERIC
002240                  AND PARM-BUS-DATE > ZERO
002250                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002260              END-IF
002270          END-READ
002280          CLOSE PARAM-FILE
002290        END-IF.
002300
002310*    THE LATEST MATHRECN VERDICT FOR THE DATE'S NIGHTLY RUN
002320*    AND THE LATEST MATHBALN VERDICT FOR THE DATE. A STEP
002330*    WITH NO VERDICT ON THE REGISTER STAYS "NONE".
002340    1300-CHECK-CERTIFICATES.
002350        OPEN INPUT CREG-FILE
002360        IF WS-CREG-FILE-STATUS = "00"
002370          MOVE "N" TO WS-EOF-FLAG
002380          PERFORM 1310-READ-CERTIFICATE
002390          PERFORM UNTIL WS-EOF-FLAG = "Y"
002400            IF CREG-BUS-DATE = WS-BUS-DATE
002410              MOVE ZERO TO WS-CREG-CYCLE
002420              IF CREG-CYCLE IS NUMERIC
002430                MOVE CREG-CYCLE TO WS-CREG-CYCLE
002440              END-IF
002450              IF CREG-STEP = "MATHRECN" AND WS-CREG-CYCLE = ZERO
002460                MOVE CREG-VERDICT TO WS-RECN-VERDICT
002470              END-IF
002480              IF CREG-STEP = "MATHBALN"
002490                MOVE CREG-VERDICT TO WS-BALN-VERDICT
002500              END-IF
002510            END-IF
002520            PERFORM 1310-READ-CERTIFICATE
002530          END-PERFORM
002540          CLOSE CREG-FILE
002550        END-IF
002560        MOVE "MATHRECN" TO GATE-STEP
002570        MOVE WS-RECN-VERDICT TO GATE-VERDICT
002580        WRITE RLSE-RPT-RECORD FROM GATE-LINE
002590        MOVE "MATHBALN" TO GATE-STEP
002600        MOVE WS-BALN-VERDICT TO GATE-VERDICT
002610        WRITE RLSE-RPT-RECORD FROM GATE-LINE
002620        MOVE SPACES TO RLSE-RPT-RECORD
002630        WRITE RLSE-RPT-RECORD.
002640
002650    1310-READ-CERTIFICATE.
002660        READ CREG-FILE
002670          AT END
002680            MOVE "Y" TO WS-EOF-FLAG
002690        END-READ.
002700
002710*    THE DATE'S INTRADAY CYCLES (SEE CYCLREC) ARE TAKEN FROM
002720*    RUN CONTROL RATHER THAN FROM WHATEVER .CNN FILES ARE ON
002730*    DISK. EACH CYCLE WHOSE MATHRECN IS COMPLETE HAS ITS FEED
002740*    SENT AFTER THE NIGHTLY ONE IN THE SAME TRANSMISSION.
002750    1350-FIND-CYCLE-FEEDS.
002760        INITIALIZE WS-CYC-TABLE
002770        OPEN INPUT RUNC-FILE
002780        IF WS-RUNC-FILE-STATUS = "00"
002790          MOVE "N" TO WS-EOF-FLAG
002800          PERFORM 1360-READ-RUNC-RECORD
002810          PERFORM UNTIL WS-EOF-FLAG = "Y"
002820            IF RUNC-BUS-DATE = WS-BUS-DATE
002830                AND RUNC-CYCLE IS NUMERIC
002840                AND RUNC-CYCLE > ZERO
002850              MOVE RUNC-CYCLE TO WS-CYC-IX
002860              MOVE "Y" TO WS-CYC-RUN(WS-CYC-IX)
002870              IF RUNC-STEP = "MATHRECN"
002880                  AND RUNC-STATUS = "COMPLETE"
002890                MOVE "Y" TO WS-CYC-RECN(WS-CYC-IX)
002900              END-IF
002910            END-IF
002920            PERFORM 1360-READ-RUNC-RECORD
002930          END-PERFORM
002940          CLOSE RUNC-FILE
002950        END-IF.
002960
002970    1360-READ-RUNC-RECORD.
002980        READ RUNC-FILE
002990          AT END
003000            MOVE "Y" TO WS-EOF-FLAG
003010        END-READ.
003020
003030*    EVERY TRANSMISSION ON THE REGISTER SHOULD FOLLOW THE ONE
003040*    BEFORE IT BY EXACTLY ONE. ANY BREAK IS REPORTED, AND
003050*    THE NEXT NUMBER FOLLOWS THE HIGHEST ONE ISSUED.
003060    1400-READ-RELEASE-REGISTER.
003070        OPEN INPUT RREG-FILE
003080        IF WS-RREG-FILE-STATUS = "00"
003090          MOVE "N" TO WS-EOF-FLAG
003100          PERFORM 1410-READ-REGISTER
003110          PERFORM UNTIL WS-EOF-FLAG = "Y"
003120            PERFORM 1420-CHECK-REGISTER-ENTRY
003130            PERFORM 1410-READ-REGISTER
003140          END-PERFORM
003150          CLOSE RREG-FILE
003160        END-IF
003170        COMPUTE WS-NEXT-SEQ-NO = WS-LAST-SEQ-NO + 1.
003180
003190    1410-READ-REGISTER.
003200        READ RREG-FILE
003210          AT END
003220            MOVE "Y" TO WS-EOF-FLAG
003230        END-READ.
003240
003250    1420-CHECK-REGISTER-ENTRY.
003260        ADD 1 TO WS-REG-COUNT
003270        IF RREG-SEQ-NO NOT = WS-LAST-SEQ-NO + 1
003280          ADD 1 TO WS-GAP-COUNT
003290          MOVE WS-LAST-SEQ-NO TO GAP-AFTER
003300          MOVE RREG-SEQ-NO TO GAP-NEXT
003310          WRITE RLSE-RPT-RECORD FROM GAP-LINE
003320        END-IF
003330        IF RREG-SEQ-NO > WS-LAST-SEQ-NO
003340          MOVE RREG-SEQ-NO TO WS-LAST-SEQ-NO
003350        END-IF
003360        IF RREG-BUS-DATE = WS-BUS-DATE
003370          MOVE "Y" TO WS-DATE-SENT
003380          MOVE RREG-SEQ-NO TO WS-SENT-SEQ-NO
003390        END-IF.
003400
003410*    A DATE ALREADY SENT GOES AGAIN ONLY WITH A MATHOVRD.TXT
003420*    ENTRY FOR THE DATE, THIS STEP AND CYCLE 00 - THE SAME
003430*    ENTRY RUN CONTROL NEEDS TO LET THE STEP RUN TWICE, AND RUN
003440*    CONTROL LOGS ITS USE.
003450    1500-CHECK-OVERRIDE.
003460        MOVE "N" TO WS-OVERRIDE-OK
003470        OPEN INPUT OVRD-FILE
003480        IF WS-OVRD-FILE-STATUS = "00"
003490          MOVE "N" TO WS-EOF-FLAG
003500          PERFORM 1510-READ-OVERRIDE
003510          PERFORM UNTIL WS-EOF-FLAG = "Y"
003520            MOVE ZERO TO WS-OVRD-CYCLE
003530            IF OVRD-CYCLE IS NUMERIC
003540              MOVE OVRD-CYCLE TO WS-OVRD-CYCLE
003550            END-IF
003560            IF OVRD-BUS-DATE = WS-BUS-DATE
003570                AND OVRD-STEP = "MATHRLSE"
003580                AND WS-OVRD-CYCLE = ZERO
003590              PERFORM 1520-VERIFY-OVERRIDE
003600            END-IF
003610            PERFORM 1510-READ-OVERRIDE
003620          END-PERFORM
003630          CLOSE OVRD-FILE
003640        END-IF.
003650
003660    1510-READ-OVERRIDE.
003670        READ OVRD-FILE
003680          AT END
003690            MOVE "Y" TO WS-EOF-FLAG
003700        END-READ.
003710
003720*    AN OVERRIDE COUNTS ONLY WHEN THE OPERATOR WHO ENTERED IT
003730*    STILL HOLDS OVERRIDE AUTHORITY. ONE WITHOUT IS REPORTED
003740*    AND IGNORED.
003750    1520-VERIFY-OVERRIDE.
003760        MOVE "AUTH" TO WS-SIGN-FUNCTION
003770        MOVE OVRD-USER-ID TO WS-SIGN-USER-ID
003780        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
003790          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
003800          WS-SIGN-KEY WS-SIGN-RETURN
003810        IF WS-SIGN-RETURN = "00"
003820          MOVE "Y" TO WS-OVERRIDE-OK
003830        ELSE
003840          DISPLAY "OVERRIDE FOR " OVRD-STEP " " OVRD-BUS-DATE
003850            " BY '" OVRD-USER-ID "' IGNORED - NO AUTHORITY"
003860        END-IF.
003870
003880    1600-APPLY-RELEASE-GATE.
003890        MOVE "N" TO WS-REFUSED
003900        IF WS-RECN-VERDICT NOT = "CLEAN"
003910          MOVE "MATHRECN NOT CLEAN FOR THE BUSINESS DATE"
003920            TO REFUSE-TEXT
003930          PERFORM 1610-REFUSE-RELEASE
003940        END-IF
003950        IF WS-BALN-VERDICT NOT = "CLEAN"
003960          MOVE "MATHBALN NOT CLEAN FOR THE BUSINESS DATE"
003970            TO REFUSE-TEXT
003980          PERFORM 1610-REFUSE-RELEASE
003990        END-IF
004000        IF WS-DATE-SENT = "Y" AND WS-OVERRIDE-OK NOT = "Y"
004010          MOVE SPACES TO REFUSE-TEXT
004020          STRING "BUSINESS DATE ALREADY SENT AS SEQ "
004030            WS-SENT-SEQ-NO " - OVERRIDE REQUIRED"
004040            DELIMITED BY SIZE INTO REFUSE-TEXT
004050          PERFORM 1610-REFUSE-RELEASE
004060        END-IF
004070        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
004080            UNTIL WS-CYC-IX > 99
004090          PERFORM 1620-CHECK-CYCLE-RECONCILED
004100        END-PERFORM.
004110
004120    1610-REFUSE-RELEASE.
004130        MOVE "Y" TO WS-REFUSED
004140        WRITE RLSE-RPT-RECORD FROM REFUSE-LINE.
004150
004160*    A CYCLE STARTED FOR THE DATE BUT NOT YET RECONCILED WOULD
004170*    LEAVE ITS FEED OUT OF THE TRANSMISSION, SO IT HOLDS THE
004180*    RELEASE UNTIL IT HAS BEEN RUN THROUGH MATHRECN.
004190    1620-CHECK-CYCLE-RECONCILED.
004200        IF WS-CYC-RUN(WS-CYC-IX) = "Y"
004210            AND WS-CYC-RECN(WS-CYC-IX) NOT = "Y"
004220          MOVE WS-CYC-IX TO WS-CYCLE
004230          MOVE SPACES TO REFUSE-TEXT
004240          STRING "CYCLE " WS-CYCLE
004250            " NOT RECONCILED FOR THE BUSINESS DATE"
004260            DELIMITED BY SIZE INTO REFUSE-TEXT
004270          PERFORM 1610-REFUSE-RELEASE
004280        END-IF.
004290
004300    2000-WRITE-TRANSMISSION.
004310        MOVE "MATHFEED.TXT" TO WS-FEED-NAME
004320        PERFORM 2010-CHECK-FEED
004330        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
004340            UNTIL WS-CYC-IX > 99
004350          IF WS-CYC-RECN(WS-CYC-IX) = "Y"
004360            PERFORM 2020-SET-CYCLE-FEED-NAME
004370            PERFORM 2010-CHECK-FEED
004380          END-IF
004390        END-PERFORM
004400        OPEN OUTPUT XMIT-FILE
004410        MOVE SPACES TO XMIT-RECORD
004420        MOVE "H" TO XMIT-RECORD-ID
004430        MOVE WS-NEXT-SEQ-NO TO XMIT-SEQ-NO
004440        MOVE WS-BUS-DATE TO XMIT-BUS-DATE
004450        MOVE WS-CURRENT-DATE-NUM TO XMIT-CREATE-DATE
004460        MOVE WS-TIME-DISP TO XMIT-CREATE-TIME
004470        MOVE WS-DATE-SENT TO XMIT-RESEND-FLAG
004480        WRITE XMIT-RECORD
004490        MOVE "MATHFEED.TXT" TO WS-FEED-NAME
004500        PERFORM 2030-COPY-FEED
004510        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
004520            UNTIL WS-CYC-IX > 99
004530          IF WS-CYC-RECN(WS-CYC-IX) = "Y"
004540            PERFORM 2020-SET-CYCLE-FEED-NAME
004550            PERFORM 2030-COPY-FEED
004560          END-IF
004570        END-PERFORM
004580        MOVE SPACES TO XMIT-RECORD
004590        MOVE "T" TO XMIT-RECORD-ID
004600        MOVE WS-NEXT-SEQ-NO TO XMIT-TRL-SEQ-NO
004610        MOVE WS-BUS-DATE TO XMIT-TRL-BUS-DATE
004620        MOVE WS-XMIT-COUNT TO XMIT-REC-COUNT
004630        MOVE WS-XMIT-HASH TO XMIT-NUM3-HASH
004640        WRITE XMIT-RECORD
004650        CLOSE XMIT-FILE.
004660
004670    2010-CHECK-FEED.
004680        OPEN INPUT FEED-FILE
004690        IF WS-FEED-FILE-STATUS NOT = "00"
004700          DISPLAY "FEED-FILE OPEN FAILED, STATUS="
004710            WS-FEED-FILE-STATUS " " WS-FEED-NAME
004720          STOP RUN
004730        END-IF
004740        CLOSE FEED-FILE.
004750
004760    2020-SET-CYCLE-FEED-NAME.
004770        MOVE WS-CYC-IX TO WS-CYCLE
004780        MOVE SPACES TO WS-CYCLE-SUFFIX
004790        STRING "C" WS-CYCLE DELIMITED BY SIZE
004800          INTO WS-CYCLE-SUFFIX
004810        MOVE SPACES TO WS-FEED-NAME
004820        STRING "MATHFEED." WS-CYCLE-SUFFIX
004830          DELIMITED BY SIZE INTO WS-FEED-NAME.
004840
004850*    ONE FEED INTO THE TRANSMISSION. THE TRAILER COUNT AND HASH
004860*    COVER EVERY FEED SENT, AND EACH IS LISTED ON THE REPORT.
004870    2030-COPY-FEED.
004880        MOVE ZERO TO WS-FEED-COUNT
004890        OPEN INPUT FEED-FILE
004900        MOVE "N" TO WS-EOF-FLAG
004910        PERFORM 2100-READ-FEED
004920        PERFORM UNTIL WS-EOF-FLAG = "Y"
004930          ADD 1 TO WS-XMIT-COUNT
004940          ADD 1 TO WS-FEED-COUNT
004950          ADD FEED-NUM3 TO WS-XMIT-HASH
004960          MOVE SPACES TO XMIT-RECORD
004970          MOVE "D" TO XMIT-RECORD-ID
004980          MOVE FEED-RECORD TO XMIT-FEED-DATA
004990          WRITE XMIT-RECORD
005000          PERFORM 2100-READ-FEED
005010        END-PERFORM
005020        CLOSE FEED-FILE
005030        MOVE WS-FEED-NAME TO FEED-LINE-NAME
005040        MOVE WS-FEED-COUNT TO FEED-LINE-COUNT
005050        WRITE RLSE-RPT-RECORD FROM FEED-LINE.
005060
005070    2100-READ-FEED.
005080        READ FEED-FILE
005090          AT END
005100            MOVE "Y" TO WS-EOF-FLAG
005110        END-READ.
005120
005130    2500-REGISTER-RELEASE.
005140        OPEN EXTEND RREG-FILE
005150        IF WS-RREG-FILE-STATUS = "35"
005160          OPEN OUTPUT RREG-FILE
005170        END-IF
005180        MOVE WS-NEXT-SEQ-NO TO RREG-SEQ-NO
005190        MOVE WS-BUS-DATE TO RREG-BUS-DATE
005200        MOVE WS-CURRENT-DATE-NUM TO RREG-REL-DATE
005210        MOVE WS-TIME-DISP TO RREG-REL-TIME
005220        MOVE WS-XMIT-COUNT TO RREG-REC-COUNT
005230        MOVE WS-XMIT-HASH TO RREG-NUM3-HASH
005240        MOVE WS-DATE-SENT TO RREG-RESEND-FLAG
005250        WRITE RREG-RECORD
005260        CLOSE RREG-FILE.
005270
005280    3000-WRITE-REPORT-HEADERS.
005290        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
005300          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
005310        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
005320        MOVE WS-BUS-DATE TO HDR1-BUS-DATE
005330        WRITE RLSE-RPT-RECORD FROM HDR-LINE-1
005340        MOVE SPACES TO RLSE-RPT-RECORD
005350        WRITE RLSE-RPT-RECORD.
005360
005370    3300-WRITE-REPORT-TRAILER.
005380        MOVE SPACES TO RLSE-RPT-RECORD
005390        WRITE RLSE-RPT-RECORD
005400        MOVE WS-NEXT-SEQ-NO TO TRL1-SEQ-NO
005410        MOVE WS-DATE-SENT TO TRL1-RESEND
005420        WRITE RLSE-RPT-RECORD FROM TRL-LINE-1
005430        MOVE WS-XMIT-COUNT TO TRL2-COUNT
005440        MOVE WS-XMIT-HASH TO TRL2-HASH
005450        WRITE RLSE-RPT-RECORD FROM TRL-LINE-2
005460        MOVE WS-GAP-COUNT TO TRL3-COUNT
005470        WRITE RLSE-RPT-RECORD FROM TRL-LINE-3
005480        MOVE SPACES TO RLSE-RPT-RECORD
005490        WRITE RLSE-RPT-RECORD
005500        MOVE "FEED RELEASED TO THE LEDGER" TO CERT-TEXT
005510        WRITE RLSE-RPT-RECORD FROM CERT-LINE.
005520
005530    3900-WRITE-REFUSED-TRAILER.
005540        MOVE SPACES TO RLSE-RPT-RECORD
005550        WRITE RLSE-RPT-RECORD
005560        MOVE WS-GAP-COUNT TO TRL3-COUNT
005570        WRITE RLSE-RPT-RECORD FROM TRL-LINE-3
005580        MOVE SPACES TO RLSE-RPT-RECORD
005590        WRITE RLSE-RPT-RECORD
005600        MOVE "FEED NOT RELEASED - NOTHING SENT" TO CERT-TEXT
005610        WRITE RLSE-RPT-RECORD FROM CERT-LINE.
