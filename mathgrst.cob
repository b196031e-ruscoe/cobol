000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHGRST.
000030    AUTHOR. Dan Ruscoe.
000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT RST-CTL-FILE ASSIGN TO "MATHGRCT.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-RST-CTL-FILE-STATUS.
000100        SELECT GCAT-FILE ASSIGN TO "MATHGCAT.DAT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-GCAT-FILE-STATUS.
000130        SELECT GEN-FILE ASSIGN USING WS-GEN-FILE-NAME
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-GEN-FILE-STATUS.
000160        SELECT LOCK-FILE ASSIGN TO "MATHRUNC.LCK"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-LOCK-FILE-STATUS.
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
000390        SELECT GRST-RPT-FILE ASSIGN TO "MATHGRSL.TXT"
000400          ORGANIZATION IS LINE SEQUENTIAL
000410          FILE STATUS IS WS-GRST-RPT-FILE-STATUS.
000420  DATA DIVISION.
000430    FILE SECTION.
000440      FD  RST-CTL-FILE.
000450      01 RST-CTL-RECORD.
000460          05 GRCT-BUS-DATE PIC 9(8).
000470      FD  GCAT-FILE.
000480      01 GCAT-RECORD.
000490          COPY GCATREC.
000500      FD  GEN-FILE.
000510      01 GEN-RECORD.
000520          COPY GENREC.
000530      FD  LOCK-FILE.
000540      01 LOCK-RECORD.
000550          05 LOCK-STEP PIC X(8).
000560      FD  RESULTS-FILE.
000570      01 RESULTS-RECORD.
000580          COPY RESREC.
000590      FD  BREG-FILE.
000600      01 BREG-RECORD PIC X(8).
000610      FD  RUNC-FILE.
000620      01 RUNC-RECORD.
000630          COPY RUNREC.
000640      FD  PHIS-FILE.
000650      01 PHIS-RECORD.
000660          COPY PHISREC.
000670      FD  SUSP-FILE.
000680      01 SUSP-RECORD PIC X(76).
000690      FD  CFWD-FILE.
000700      01 CFWD-RECORD PIC X(50).
000710      FD  GRST-RPT-FILE.
000720      01 GRST-RPT-RECORD PIC X(100).
000730    WORKING-STORAGE SECTION.
000740      01 WS-RST-CTL-FILE-STATUS PIC XX VALUE "00".
000750      01 WS-GCAT-FILE-STATUS PIC XX VALUE "00".
000760      01 WS-GEN-FILE-STATUS PIC XX VALUE "00".
000770      01 WS-LOCK-FILE-STATUS PIC XX VALUE "00".
000780      01 WS-RESULTS-FILE-STATUS PIC XX VALUE "00".
000790      01 WS-BREG-FILE-STATUS PIC XX VALUE "00".
000800      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000810      01 WS-PHIS-FILE-STATUS PIC XX VALUE "00".
000820      01 WS-SUSP-FILE-STATUS PIC XX VALUE "00".
000830      01 WS-CFWD-FILE-STATUS PIC XX VALUE "00".
000840      01 WS-GRST-RPT-FILE-STATUS PIC XX VALUE "00".
000850      01 WS-GEN-FILE-NAME PIC X(14).
000860      01 WS-EOF-FLAG PIC X VALUE "N".
000870      01 WS-RESTORE-DATE PIC 9(8) VALUE ZERO.
000880      01 WS-GEN-FOUND PIC X VALUE "N".
000890      01 WS-GEN-VALID PIC X VALUE "Y".
000900      01 WS-GEN-NO PIC 9(6) VALUE ZERO.
000910      01 WS-HDR-SEEN PIC X VALUE "N".
000920      01 WS-CLEARED-COUNT PIC 9(8) VALUE ZERO.
000930      01 WS-TOTAL-RECS PIC 9(8) VALUE ZERO.
000940      01 WS-CURRENT-DATE.
000950          05 WS-CURR-YYYY PIC 9(4).
000960          05 WS-CURR-MM PIC 9(2).
000970          05 WS-CURR-DD PIC 9(2).
000980      01 WS-RUN-DATE-DISP PIC X(10).
000990*    THE GENERATION BEING RESTORED, AS CATALOGED.
001000      01 WS-SEL-CAT-ENTRY.
001010          05 WS-SEL-GEN-NO PIC 9(6).
001020          05 WS-SEL-BUS-DATE PIC 9(8).
001030          05 WS-SEL-DATE PIC 9(8).
001040          05 WS-SEL-TIME PIC X(8).
001050          05 WS-SEL-FILE-NAME PIC X(14).
001060          05 WS-SEL-FILE-ENTRY OCCURS 6.
001070              10 WS-SEL-FILE-ID PIC X(8).
001080              10 WS-SEL-FILE-FOUND PIC X.
001090              10 WS-SEL-FILE-RECS PIC 9(8).
001100      01 WS-FILE-IX PIC 9(4) VALUE ZERO.
001110      01 WS-FILE-TOTALS.
001120          05 WS-FILE-TOTAL OCCURS 6.
001130              10 WS-FILE-READ PIC 9(8).
001140              10 WS-FILE-RESTORED PIC 9(8).
001150      01 HDR-LINE-1.
001160          05 FILLER PIC X(20) VALUE "MATH GENERATION RSTR".
001170          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001180          05 HDR1-RUN-DATE PIC X(10).
001190          05 FILLER PIC X(11) VALUE "  BUS DATE:".
001200          05 HDR1-BUS-DATE PIC 9(8).
001210      01 HDR-LINE-2.
001220          05 FILLER PIC X(11) VALUE "GENERATION".
001230          05 HDR2-GEN-NO PIC Z(5)9.
001240          05 FILLER PIC X(9) VALUE "  FILE:".
001250          05 HDR2-FILE-NAME PIC X(14).
001260          05 FILLER PIC X(10) VALUE "  TAKEN:".
001270          05 HDR2-DATE PIC 9(8).
001280          05 FILLER PIC X VALUE SPACE.
001290          05 HDR2-TIME PIC X(8).
001300      01 HDR-LINE-3.
001310          05 FILLER PIC X(14) VALUE "FILE".
001320          05 FILLER PIC X(14) VALUE "AT BACKUP".
001330          05 FILLER PIC X(12) VALUE "RESTORED".
001340      01 FLN-LINE.
001350          05 FLN-ID PIC X(10).
001360          05 FLN-BACKED-UP PIC Z(7)9.
001370          05 FILLER PIC X(4) VALUE SPACES.
001380          05 FLN-RESTORED PIC Z(7)9.
001390          05 FILLER PIC X(2) VALUE SPACES.
001400          05 FLN-NOTE PIC X(40).
001410      01 CLR-LINE.
001420          05 FILLER PIC X(20) VALUE "RUN CONTROL CLEARED:".
001430          05 CLR-STEP PIC X(9).
001440          05 CLR-STATUS PIC X(8).
001450      01 REFUSE-LINE.
001460          05 FILLER PIC X(9) VALUE "REFUSED:".
001470          05 REFUSE-TEXT PIC X(60).
001480      01 TRL-LINE-1.
001490          05 FILLER PIC X(20) VALUE "RECORDS RESTORED:".
001500          05 TRL1-COUNT PIC Z(7)9.
001510      01 TRL-LINE-2.
001520          05 FILLER PIC X(20) VALUE "RUN CONTROL CLEARED:".
001530          05 TRL2-COUNT PIC Z(7)9.
001540      01 CERT-LINE.
001550          05 FILLER PIC X(13) VALUE "CERTIFICATE:".
001560          05 CERT-TEXT PIC X(60).
001570  PROCEDURE DIVISION.
001580    0000-MAIN-PROCESS.
001590        PERFORM 1000-READ-RESTORE-CONTROL
001600        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001610        OPEN OUTPUT GRST-RPT-FILE
001620        PERFORM 3000-WRITE-REPORT-HEADERS
001630        PERFORM 1100-CHECK-CONTROL-LOCK
001640        PERFORM 1300-FIND-GENERATION
001650        PERFORM 1400-VERIFY-GENERATION
001660        PERFORM 2000-RESTORE-FILES
001670        PERFORM 3300-WRITE-REPORT-TRAILER
001680        CLOSE GRST-RPT-FILE
001690        DISPLAY "MATHGRST RESTORED GENERATION " WS-GEN-NO
001700          " FOR " WS-RESTORE-DATE " RECORDS " WS-TOTAL-RECS
001710        DISPLAY "MATHGRST CLEARED " WS-CLEARED-COUNT
001720          " RUN CONTROL ENTRIES FOR " WS-RESTORE-DATE
001730        STOP RUN.
001740
001750    1000-READ-RESTORE-CONTROL.
001760        OPEN INPUT RST-CTL-FILE
001770        IF WS-RST-CTL-FILE-STATUS NOT = "00"
001780          DISPLAY "RST-CTL-FILE OPEN FAILED, STATUS="
001790            WS-RST-CTL-FILE-STATUS
001800          STOP RUN
001810        END-IF
001820        READ RST-CTL-FILE
001830          AT END
001840            DISPLAY "RST-CTL-FILE EMPTY, NO BUSINESS DATE GIVEN"
001850            STOP RUN
001860        END-READ
001870        IF GRCT-BUS-DATE IS NOT NUMERIC
001880            OR GRCT-BUS-DATE = ZERO
001890          DISPLAY "INVALID RESTORE DATE: " GRCT-BUS-DATE
001900          STOP RUN
001910        END-IF
001920        MOVE GRCT-BUS-DATE TO WS-RESTORE-DATE
001930        CLOSE RST-CTL-FILE.
001940
001950*    A STEP CHECKING IN WITH RUN CONTROL HOLDS MATHRUNC.LCK.
001960*    NOTHING IS RESTORED UNDER A RUNNING STREAM.
001970    1100-CHECK-CONTROL-LOCK.
001980        OPEN INPUT LOCK-FILE
001990        IF WS-LOCK-FILE-STATUS = "00"
002000          CLOSE LOCK-FILE
002010          MOVE "MATHRUNC.LCK IS HELD - A STEP IS RUNNING"
002020            TO REFUSE-TEXT
002030          PERFORM 1900-REFUSE-RESTORE
002040        END-IF.
002050
002060*    THE EARLIEST GENERATION TAKEN FOR THE DATE IS THE STATE
002070*    BEFORE THAT NIGHT'S RUN BEGAN.
002080    1300-FIND-GENERATION.
002090        OPEN INPUT GCAT-FILE
002100        IF WS-GCAT-FILE-STATUS = "00"
002110          MOVE "N" TO WS-EOF-FLAG
002120          PERFORM 1310-READ-CATALOG
002130          PERFORM UNTIL WS-EOF-FLAG = "Y"
002140            IF GCAT-BUS-DATE = WS-RESTORE-DATE
002150                AND WS-GEN-FOUND = "N"
002160              MOVE "Y" TO WS-GEN-FOUND
002170              MOVE GCAT-RECORD TO WS-SEL-CAT-ENTRY
002180            END-IF
002190            PERFORM 1310-READ-CATALOG
002200          END-PERFORM
002210          CLOSE GCAT-FILE
002220        END-IF
002230        IF WS-GEN-FOUND = "N"
002240          MOVE "NO GENERATION HELD FOR THE BUSINESS DATE"
002250            TO REFUSE-TEXT
002260          PERFORM 1900-REFUSE-RESTORE
002270        END-IF
002280        MOVE WS-SEL-GEN-NO TO WS-GEN-NO
002290        MOVE WS-SEL-FILE-NAME TO WS-GEN-FILE-NAME
002300        MOVE WS-SEL-GEN-NO TO HDR2-GEN-NO
002310        MOVE WS-SEL-FILE-NAME TO HDR2-FILE-NAME
002320        MOVE WS-SEL-DATE TO HDR2-DATE
002330        MOVE WS-SEL-TIME TO HDR2-TIME
002340        WRITE GRST-RPT-RECORD FROM HDR-LINE-2
002350        MOVE SPACES TO GRST-RPT-RECORD
002360        WRITE GRST-RPT-RECORD.
002370
002380    1310-READ-CATALOG.
002390        READ GCAT-FILE
002400          AT END
002410            MOVE "Y" TO WS-EOF-FLAG
002420        END-READ.
002430
002440*    THE GENERATION FILE IS READ THROUGH ONCE BEFORE ANY LIVE
002450*    FILE IS TOUCHED. ITS HEADER MUST NAME THE CATALOGED
002460*    GENERATION AND EVERY FILE'S RECORD COUNT MUST MATCH THE
002470*    CATALOG, OR NOTHING IS RESTORED.
002480    1400-VERIFY-GENERATION.
002490        PERFORM VARYING WS-FILE-IX FROM 1 BY 1
002500            UNTIL WS-FILE-IX > 6
002510          MOVE ZERO TO WS-FILE-READ(WS-FILE-IX)
002520          MOVE ZERO TO WS-FILE-RESTORED(WS-FILE-IX)
002530        END-PERFORM
002540        OPEN INPUT GEN-FILE
002550        IF WS-GEN-FILE-STATUS NOT = "00"
002560          MOVE SPACES TO REFUSE-TEXT
002570          STRING "GENERATION FILE " WS-GEN-FILE-NAME
002580            " CANNOT BE OPENED" DELIMITED BY SIZE
002590            INTO REFUSE-TEXT
002600          PERFORM 1900-REFUSE-RESTORE
002610        END-IF
002620        MOVE "N" TO WS-EOF-FLAG
002630        PERFORM 1410-READ-GENERATION
002640        PERFORM UNTIL WS-EOF-FLAG = "Y"
002650          IF GEN-FILE-ID = "GENHDR"
002660            MOVE "Y" TO WS-HDR-SEEN
002670            IF GEN-HDR-GEN-NO NOT = WS-GEN-NO
002680                OR GEN-HDR-BUS-DATE NOT = WS-RESTORE-DATE
002690              MOVE "N" TO WS-GEN-VALID
002700            END-IF
002710          ELSE
002720            PERFORM 1420-FIND-FILE-ENTRY
002730            IF WS-FILE-IX > 6
002740              MOVE "N" TO WS-GEN-VALID
002750            ELSE
002760              ADD 1 TO WS-FILE-READ(WS-FILE-IX)
002770            END-IF
002780          END-IF
002790          PERFORM 1410-READ-GENERATION
002800        END-PERFORM
002810        CLOSE GEN-FILE
002820        IF WS-HDR-SEEN = "N"
002830          MOVE "N" TO WS-GEN-VALID
002840        END-IF
002850        PERFORM VARYING WS-FILE-IX FROM 1 BY 1
002860            UNTIL WS-FILE-IX > 6
002870          IF WS-FILE-READ(WS-FILE-IX)
002880              NOT = WS-SEL-FILE-RECS(WS-FILE-IX)
002890            MOVE "N" TO WS-GEN-VALID
002900          END-IF
002910        END-PERFORM
002920        IF WS-GEN-VALID = "N"
002930          MOVE SPACES TO REFUSE-TEXT
002940          STRING "GENERATION FILE " WS-GEN-FILE-NAME
002950            " DOES NOT MATCH THE CATALOG" DELIMITED BY SIZE
002960            INTO REFUSE-TEXT
002970          PERFORM 1900-REFUSE-RESTORE
002980        END-IF.
002990
003000    1410-READ-GENERATION.
003010        READ GEN-FILE
003020          AT END
003030            MOVE "Y" TO WS-EOF-FLAG
003040        END-READ.
003050
003060*    LEAVES WS-FILE-IX AT THE CATALOG ENTRY FOR GEN-FILE-ID,
003070*    OR AT 7 WHEN THE RECORD BELONGS TO NO KNOWN FILE.
003080    1420-FIND-FILE-ENTRY.
003090        MOVE 1 TO WS-FILE-IX
003100        PERFORM UNTIL WS-FILE-IX > 6
003110            OR WS-SEL-FILE-ID(WS-FILE-IX) = GEN-FILE-ID
003120          ADD 1 TO WS-FILE-IX
003130        END-PERFORM.
003140
003150    1900-REFUSE-RESTORE.
003160        WRITE GRST-RPT-RECORD FROM REFUSE-LINE
003170        MOVE SPACES TO GRST-RPT-RECORD
003180        WRITE GRST-RPT-RECORD
003190        MOVE "NOTHING RESTORED" TO CERT-TEXT
003200        WRITE GRST-RPT-RECORD FROM CERT-LINE
003210        CLOSE GRST-RPT-FILE
003220        DISPLAY "MATHGRST NOTHING RESTORED FOR " WS-RESTORE-DATE
003230          " - SEE MATHGRSL.TXT"
003240        STOP RUN.
003250
003260*    EVERY FILE IS REWRITTEN FROM THE GENERATION - A FILE
003270*    THAT WAS NOT ON DISK AT BACKUP TIME IS LEFT EMPTY. THE
003280*    RESTORE DATE'S RUN CONTROL ENTRIES ARE DROPPED FROM
003290*    MATHRUNC.DAT SO THE WHOLE STREAM CAN BE RUN AGAIN.
003300    2000-RESTORE-FILES.
003310        OPEN OUTPUT RESULTS-FILE
003320        IF WS-RESULTS-FILE-STATUS NOT = "00"
003330          DISPLAY "RESULTS MASTER RELOAD FAILED, STATUS="
003340            WS-RESULTS-FILE-STATUS
003350          STOP RUN
003360        END-IF
003370        OPEN OUTPUT BREG-FILE
003380        OPEN OUTPUT RUNC-FILE
003390        OPEN OUTPUT PHIS-FILE
003400        OPEN OUTPUT SUSP-FILE
003410        OPEN OUTPUT CFWD-FILE
003420        OPEN INPUT GEN-FILE
003430        MOVE "N" TO WS-EOF-FLAG
003440        PERFORM 1410-READ-GENERATION
003450        PERFORM UNTIL WS-EOF-FLAG = "Y"
003460          IF GEN-FILE-ID NOT = "GENHDR"
003470            PERFORM 1420-FIND-FILE-ENTRY
003480            PERFORM 2100-RESTORE-RECORD
003490          END-IF
003500          PERFORM 1410-READ-GENERATION
003510        END-PERFORM
003520        CLOSE GEN-FILE
003530        CLOSE RESULTS-FILE
003540        CLOSE BREG-FILE
003550        CLOSE RUNC-FILE
003560        CLOSE PHIS-FILE
003570        CLOSE SUSP-FILE
003580        CLOSE CFWD-FILE.
003590
003600    2100-RESTORE-RECORD.
003610        EVALUATE GEN-FILE-ID
003620          WHEN "RESULTS"
003630            MOVE GEN-DATA TO RESULTS-RECORD
003640            WRITE RESULTS-RECORD
003650              INVALID KEY
003660                CONTINUE
003670            END-WRITE
003680            PERFORM 2120-COUNT-RESTORED
003690          WHEN "MATHBREG"
003700            MOVE GEN-DATA TO BREG-RECORD
003710            WRITE BREG-RECORD
003720            PERFORM 2120-COUNT-RESTORED
003730          WHEN "MATHRUNC"
003740            MOVE GEN-DATA TO RUNC-RECORD
003750            IF RUNC-BUS-DATE = WS-RESTORE-DATE
003760              PERFORM 2110-CLEAR-RUN-CONTROL
003770            ELSE
003780              WRITE RUNC-RECORD
003790              PERFORM 2120-COUNT-RESTORED
003800            END-IF
003810          WHEN "MATHPHIS"
003820            MOVE GEN-DATA TO PHIS-RECORD
003830            WRITE PHIS-RECORD
003840            PERFORM 2120-COUNT-RESTORED
003850          WHEN "MATHSUSP"
003860            MOVE GEN-DATA TO SUSP-RECORD
003870            WRITE SUSP-RECORD
003880            PERFORM 2120-COUNT-RESTORED
003890          WHEN "MATHCFWD"
003900            MOVE GEN-DATA TO CFWD-RECORD
003910            WRITE CFWD-RECORD
003920            PERFORM 2120-COUNT-RESTORED
003930        END-EVALUATE.
003940
003950    2110-CLEAR-RUN-CONTROL.
003960        ADD 1 TO WS-CLEARED-COUNT
003970        MOVE RUNC-STEP TO CLR-STEP
003980        MOVE RUNC-STATUS TO CLR-STATUS
003990        WRITE GRST-RPT-RECORD FROM CLR-LINE.
004000
004010    2120-COUNT-RESTORED.
004020        ADD 1 TO WS-FILE-RESTORED(WS-FILE-IX)
004030        ADD 1 TO WS-TOTAL-RECS.
004040
004050    3000-WRITE-REPORT-HEADERS.
004060        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
004070          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
004080        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
004090        MOVE WS-RESTORE-DATE TO HDR1-BUS-DATE
004100        WRITE GRST-RPT-RECORD FROM HDR-LINE-1.
004110
004120    3100-WRITE-FILE-LINE.
004130        MOVE WS-SEL-FILE-ID(WS-FILE-IX) TO FLN-ID
004140        MOVE WS-SEL-FILE-RECS(WS-FILE-IX) TO FLN-BACKED-UP
004150        MOVE WS-FILE-RESTORED(WS-FILE-IX) TO FLN-RESTORED
004160        MOVE SPACES TO FLN-NOTE
004170        IF WS-SEL-FILE-FOUND(WS-FILE-IX) NOT = "Y"
004180          MOVE "NOT ON DISK AT BACKUP - LEFT EMPTY"
004190            TO FLN-NOTE
004200        END-IF
004210        IF WS-FILE-IX = 3 AND WS-CLEARED-COUNT > ZERO
004220          MOVE "LESS ENTRIES CLEARED FOR THE DATE" TO FLN-NOTE
004230        END-IF
004240        WRITE GRST-RPT-RECORD FROM FLN-LINE.
004250
004260    3300-WRITE-REPORT-TRAILER.
004270        MOVE SPACES TO GRST-RPT-RECORD
004280        WRITE GRST-RPT-RECORD
004290        WRITE GRST-RPT-RECORD FROM HDR-LINE-3
004300        PERFORM VARYING WS-FILE-IX FROM 1 BY 1
004310            UNTIL WS-FILE-IX > 6
004320          PERFORM 3100-WRITE-FILE-LINE
004330        END-PERFORM
004340        MOVE SPACES TO GRST-RPT-RECORD
004350        WRITE GRST-RPT-RECORD
004360        MOVE WS-TOTAL-RECS TO TRL1-COUNT
004370        WRITE GRST-RPT-RECORD FROM TRL-LINE-1
004380        MOVE WS-CLEARED-COUNT TO TRL2-COUNT
004390        WRITE GRST-RPT-RECORD FROM TRL-LINE-2
004400        MOVE SPACES TO GRST-RPT-RECORD
004410        WRITE GRST-RPT-RECORD
004420        MOVE SPACES TO CERT-TEXT
004430        STRING "FILES RESTORED TO BEFORE THE RUN OF "
004440          WS-RESTORE-DATE DELIMITED BY SIZE INTO CERT-TEXT
004450        WRITE GRST-RPT-RECORD FROM CERT-LINE.
