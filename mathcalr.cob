000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHCALR.
000030    AUTHOR. Dan Ruscoe.
000040*    BUSINESS-DAY CALENDAR ROUTINE, CALLED BY THE JOB STREAM
000050*    PROGRAMS. THE CALENDAR (MATHCAL.DAT, SEE CALREC) IS
000060*    LOADED ON THE FIRST CALL AND KEPT FOR THE REST OF THE
000070*    RUN. FUNCTIONS:
000080*      "TEST" - IS LNK-DATE A BUSINESS DAY? LNK-RETURN "00"
000090*               WHEN IT IS, "01" WHEN IT IS NOT.
000100*      "NEXT" - LNK-TO-DATE IS THE FIRST BUSINESS DAY ON
000110*               OR AFTER LNK-DATE.
000120*      "DAYS" - LNK-DAYS IS THE NUMBER OF BUSINESS DAYS
000130*               AFTER LNK-DATE UP TO AND INCLUDING
000140*               LNK-TO-DATE (ZERO WHEN LNK-TO-DATE IS NOT
000150*               LATER).
000160*      "LAST" - LNK-TO-DATE IS THE LAST BUSINESS DAY OF THE
000170*               MONTH THAT HOLDS LNK-DATE.
000180*    LNK-RETURN "90" MEANS THE CALENDAR COULD NOT BE READ,
000190*    "91" THAT A DATE FELL IN A YEAR NOT ON THE CALENDAR
000200*    AND "92" AN INVALID DATE OR FUNCTION.
000210  ENVIRONMENT DIVISION.
000220    INPUT-OUTPUT SECTION.
000230      FILE-CONTROL.
000240        SELECT CAL-FILE ASSIGN TO "MATHCAL.DAT"
000250          ORGANIZATION IS LINE SEQUENTIAL
000260          FILE STATUS IS WS-CAL-FILE-STATUS.
000270  DATA DIVISION.
000280    FILE SECTION.
000290      FD  CAL-FILE.
000300      01 CAL-RECORD.
000310          COPY CALREC.
000320    WORKING-STORAGE SECTION.
000330      01 WS-CAL-FILE-STATUS PIC XX VALUE "00".
000340      01 WS-EOF-FLAG PIC X VALUE "N".
000350      01 WS-CAL-LOADED PIC X VALUE "N".
000360      01 WS-CAL-COUNT PIC 9(4) VALUE ZERO.
000370      01 WS-CAL-IX PIC 9(4) VALUE ZERO.
000380      01 WS-CAL-TABLE.
000390          05 WS-CAL-ENTRY OCCURS 1000.
000400              10 WS-CAL-DATE PIC 9(8).
000410              10 WS-CAL-DAY-TYPE PIC X.
000420      01 WS-YEAR-COUNT PIC 9(4) VALUE ZERO.
000430      01 WS-YEAR-IX PIC 9(4) VALUE ZERO.
000440      01 WS-YEAR-FOUND PIC X VALUE "N".
000450      01 WS-YEAR-TABLE.
000460          05 WS-YEAR-ENTRY OCCURS 50 PIC 9(4).
000470      01 WS-TEST-DATE PIC 9(8) VALUE ZERO.
000480      01 WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
000490          05 WS-TEST-YYYY PIC 9(4).
000500          05 WS-TEST-MM PIC 9(2).
000510          05 WS-TEST-DD PIC 9(2).
000520      01 WS-TEST-INT PIC 9(8) COMP VALUE ZERO.
000530      01 WS-END-INT PIC 9(8) COMP VALUE ZERO.
000540      01 WS-WEEK-NO PIC 9(8) COMP VALUE ZERO.
000550      01 WS-WEEKDAY PIC 9 VALUE ZERO.
000560      01 WS-BUSINESS-DAY PIC X VALUE "N".
000570      01 WS-STEP-COUNT PIC 9(4) VALUE ZERO.
000580      01 WS-MONTH-START PIC 9(8) VALUE ZERO.
000590      01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
000600          05 WS-MON-YYYY PIC 9(4).
000610          05 WS-MON-MM PIC 9(2).
000620          05 WS-MON-DD PIC 9(2).
000630    LINKAGE SECTION.
000640      01 LNK-FUNCTION PIC X(4).
000650      01 LNK-DATE PIC 9(8).
000660      01 LNK-TO-DATE PIC 9(8).
000670      01 LNK-DAYS PIC 9(5).
000680      01 LNK-RETURN PIC XX.
000690  PROCEDURE DIVISION USING LNK-FUNCTION LNK-DATE
000700        LNK-TO-DATE LNK-DAYS LNK-RETURN.
000710    0000-MAIN-PROCESS.
000720        MOVE "00" TO LNK-RETURN
000730        IF WS-CAL-LOADED NOT = "Y"
000740          PERFORM 1000-LOAD-CALENDAR
000750        END-IF
000760        IF LNK-RETURN = "00"
000770          EVALUATE LNK-FUNCTION
000780            WHEN "TEST"
000790              PERFORM 2000-TEST-BUSINESS-DAY
000800            WHEN "NEXT"
000810              PERFORM 3000-NEXT-BUSINESS-DAY
000820            WHEN "DAYS"
000830              PERFORM 4000-COUNT-BUSINESS-DAYS
000840            WHEN "LAST"
000850              PERFORM 5000-LAST-BUSINESS-DAY
000860            WHEN OTHER
000870              MOVE "92" TO LNK-RETURN
000880          END-EVALUATE
000890        END-IF
000900        GOBACK.
000910
000920    1000-LOAD-CALENDAR.
000930        MOVE ZERO TO WS-CAL-COUNT
000940        MOVE ZERO TO WS-YEAR-COUNT
000950        OPEN INPUT CAL-FILE
000960        IF WS-CAL-FILE-STATUS NOT = "00"
000970          DISPLAY "CAL-FILE OPEN FAILED, STATUS="
000980            WS-CAL-FILE-STATUS
000990          MOVE "90" TO LNK-RETURN
001000        ELSE
001010          MOVE "N" TO WS-EOF-FLAG
001020          PERFORM 1010-READ-CALENDAR
001030          PERFORM UNTIL WS-EOF-FLAG = "Y"
001040              OR LNK-RETURN NOT = "00"
001050            PERFORM 1020-TABLE-CALENDAR-DATE
001060            PERFORM 1010-READ-CALENDAR
001070          END-PERFORM
001080          CLOSE CAL-FILE
001090          IF LNK-RETURN = "00"
001100            MOVE "Y" TO WS-CAL-LOADED
001110          END-IF
001120        END-IF.
001130
001140    1010-READ-CALENDAR.
001150        READ CAL-FILE
001160          AT END
001170            MOVE "Y" TO WS-EOF-FLAG
001180        END-READ.
001190
001200    1020-TABLE-CALENDAR-DATE.
001210        IF CAL-DATE IS NOT NUMERIC
001220            OR (CAL-DAY-TYPE NOT = "H" AND CAL-DAY-TYPE NOT = "B")
001230          DISPLAY "INVALID CALENDAR RECORD IGNORED: " CAL-RECORD
001240        ELSE
001250          IF WS-CAL-COUNT >= 1000
001260            DISPLAY "CALENDAR EXCEEDS 1000 DATES - "
001270              "REMOVE PAST YEARS FROM MATHCAL.DAT"
001280            MOVE "90" TO LNK-RETURN
001290          ELSE
001300            ADD 1 TO WS-CAL-COUNT
001310            MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
001320            MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
001330            MOVE CAL-DATE TO WS-TEST-DATE
001340            PERFORM 1030-TABLE-CALENDAR-YEAR
001350          END-IF
001360        END-IF.
001370
001380    1030-TABLE-CALENDAR-YEAR.
001390        PERFORM 9100-FIND-YEAR
001400        IF WS-YEAR-FOUND NOT = "Y"
001410          IF WS-YEAR-COUNT >= 50
001420            DISPLAY "CALENDAR EXCEEDS 50 YEARS - "
001430              "REMOVE PAST YEARS FROM MATHCAL.DAT"
001440            MOVE "90" TO LNK-RETURN
001450          ELSE
001460            ADD 1 TO WS-YEAR-COUNT
001470            MOVE WS-TEST-YYYY TO WS-YEAR-ENTRY(WS-YEAR-COUNT)
001480          END-IF
001490        END-IF.
001500
001510    2000-TEST-BUSINESS-DAY.
001520        MOVE LNK-DATE TO WS-TEST-DATE
001530        PERFORM 9000-CLASSIFY-DATE
001540        IF LNK-RETURN = "00" AND WS-BUSINESS-DAY NOT = "Y"
001550          MOVE "01" TO LNK-RETURN
001560        END-IF.
001570
001580*    A RUN OF HOLIDAYS LONGER THAN A MONTH IS TAKEN AS A
001590*    BROKEN CALENDAR RATHER THAN SEARCHED FOREVER.
001600    3000-NEXT-BUSINESS-DAY.
001610        MOVE ZERO TO LNK-TO-DATE
001620        MOVE LNK-DATE TO WS-TEST-DATE
001630        PERFORM 9000-CLASSIFY-DATE
001640        MOVE ZERO TO WS-STEP-COUNT
001650        PERFORM 3100-STEP-FORWARD
001660          UNTIL LNK-RETURN NOT = "00"
001670            OR WS-BUSINESS-DAY = "Y"
001680            OR WS-STEP-COUNT > 31
001690        IF LNK-RETURN = "00"
001700          IF WS-BUSINESS-DAY = "Y"
001710            MOVE WS-TEST-DATE TO LNK-TO-DATE
001720          ELSE
001730            MOVE "91" TO LNK-RETURN
001740          END-IF
001750        END-IF.
001760
001770    3100-STEP-FORWARD.
001780        ADD 1 TO WS-STEP-COUNT
001790        ADD 1 TO WS-TEST-INT
001800        COMPUTE WS-TEST-DATE =
001810          FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
001820        PERFORM 9000-CLASSIFY-DATE.
001830
001840    4000-COUNT-BUSINESS-DAYS.
001850        MOVE ZERO TO LNK-DAYS
001860        MOVE LNK-TO-DATE TO WS-TEST-DATE
001870        PERFORM 9000-CLASSIFY-DATE
001880        MOVE WS-TEST-INT TO WS-END-INT
001890        IF LNK-RETURN = "00"
001900          MOVE LNK-DATE TO WS-TEST-DATE
001910          PERFORM 9000-CLASSIFY-DATE
001920        END-IF
001930        PERFORM 4100-COUNT-NEXT-DAY
001940          UNTIL LNK-RETURN NOT = "00"
001950            OR WS-TEST-INT >= WS-END-INT.
001960
001970    4100-COUNT-NEXT-DAY.
001980        ADD 1 TO WS-TEST-INT
001990        COMPUTE WS-TEST-DATE =
002000          FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
002010        PERFORM 9000-CLASSIFY-DATE
002020        IF LNK-RETURN = "00" AND WS-BUSINESS-DAY = "Y"
002030          ADD 1 TO LNK-DAYS
002040        END-IF.
002050
002060*    STEP BACK FROM THE LAST CALENDAR DAY OF THE MONTH (THE
002070*    DAY BEFORE THE FIRST OF THE NEXT) TO A BUSINESS DAY.
002080    5000-LAST-BUSINESS-DAY.
002090        MOVE ZERO TO LNK-TO-DATE
002100        MOVE LNK-DATE TO WS-MONTH-START
002110        MOVE 01 TO WS-MON-DD
002120        IF WS-MON-MM = 12
002130          ADD 1 TO WS-MON-YYYY
002140          MOVE 01 TO WS-MON-MM
002150        ELSE
002160          ADD 1 TO WS-MON-MM
002170        END-IF
002180        MOVE WS-MONTH-START TO WS-TEST-DATE
002190        PERFORM 9010-DATE-TO-INTEGER
002200        IF LNK-RETURN = "00"
002210          MOVE ZERO TO WS-STEP-COUNT
002220          MOVE "N" TO WS-BUSINESS-DAY
002230          PERFORM 5100-STEP-BACK
002240            UNTIL LNK-RETURN NOT = "00"
002250              OR WS-BUSINESS-DAY = "Y"
002260              OR WS-STEP-COUNT > 31
002270        END-IF
002280        IF LNK-RETURN = "00"
002290          IF WS-BUSINESS-DAY = "Y"
002300            MOVE WS-TEST-DATE TO LNK-TO-DATE
002310          ELSE
002320            MOVE "91" TO LNK-RETURN
002330          END-IF
002340        END-IF.
002350
002360    5100-STEP-BACK.
002370        ADD 1 TO WS-STEP-COUNT
002380        SUBTRACT 1 FROM WS-TEST-INT
002390        COMPUTE WS-TEST-DATE =
002400          FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
002410        PERFORM 9000-CLASSIFY-DATE.
002420
002430*    SETS WS-BUSINESS-DAY FOR WS-TEST-DATE AND LEAVES ITS
002440*    DAY NUMBER IN WS-TEST-INT. DAY 1 (1601-01-01) WAS A
002450*    MONDAY, SO THE REMAINDER BY 7 IS 1 FOR MONDAY THROUGH
002460*    5 FOR FRIDAY, 6 FOR SATURDAY AND 0 FOR SUNDAY.
002470    9000-CLASSIFY-DATE.
002480        MOVE "N" TO WS-BUSINESS-DAY
002490        PERFORM 9010-DATE-TO-INTEGER
002500        IF LNK-RETURN = "00"
002510          PERFORM 9100-FIND-YEAR
002520          IF WS-YEAR-FOUND NOT = "Y"
002530            DISPLAY "CALENDAR: YEAR " WS-TEST-YYYY
002540              " NOT ON MATHCAL.DAT"
002550            MOVE "91" TO LNK-RETURN
002560          END-IF
002570        END-IF
002580        IF LNK-RETURN = "00"
002590          DIVIDE WS-TEST-INT BY 7 GIVING WS-WEEK-NO
002600            REMAINDER WS-WEEKDAY
002610          IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
002620            MOVE "Y" TO WS-BUSINESS-DAY
002630          END-IF
002640          PERFORM 9200-APPLY-CALENDAR-ENTRY
002650            VARYING WS-CAL-IX FROM 1 BY 1
002660            UNTIL WS-CAL-IX > WS-CAL-COUNT
002670        END-IF.
002680
002690    9010-DATE-TO-INTEGER.
002700        MOVE ZERO TO WS-TEST-INT
002710        IF WS-TEST-DATE IS NUMERIC
002720            AND WS-TEST-MM >= 01 AND WS-TEST-MM <= 12
002730            AND WS-TEST-DD >= 01 AND WS-TEST-DD <= 31
002740            AND WS-TEST-YYYY >= 1601
002750          COMPUTE WS-TEST-INT =
002760            FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
002770        END-IF
002780        IF WS-TEST-INT = ZERO
002790          MOVE "92" TO LNK-RETURN
002800        END-IF.
002810
002820    9100-FIND-YEAR.
002830        MOVE "N" TO WS-YEAR-FOUND
002840        PERFORM VARYING WS-YEAR-IX FROM 1 BY 1
002850            UNTIL WS-YEAR-IX > WS-YEAR-COUNT
002860          IF WS-YEAR-ENTRY(WS-YEAR-IX) = WS-TEST-YYYY
002870            MOVE "Y" TO WS-YEAR-FOUND
002880          END-IF
002890        END-PERFORM.
002900
002910    9200-APPLY-CALENDAR-ENTRY.
002920        IF WS-CAL-DATE(WS-CAL-IX) = WS-TEST-DATE
002930          IF WS-CAL-DAY-TYPE(WS-CAL-IX) = "H"
002940            MOVE "N" TO WS-BUSINESS-DAY
002950          ELSE
002960            MOVE "Y" TO WS-BUSINESS-DAY
002970          END-IF
002980        END-IF.
