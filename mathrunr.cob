000530          05 FILLER PIC X(20) VALUE "STARTED".
000540          05 FILLER PIC X(20) VALUE "ENDED".
000550          05 FILLER PIC X(8) VALUE " RECORDS".
000560          05 FILLER PIC X(7) VALUE "  CYCLE".
000570      01 DTL-LINE.
000580          05 DTL-STEP PIC X(10).
000590          05 DTL-STATUS PIC X(10).
000600          05 DTL-START-DATE PIC 9(8).
000610          05 FILLER PIC X(1) VALUE SPACE.
000620          05 DTL-START-TIME PIC X(8).
000630          05 FILLER PIC X(3) VALUE SPACES.
000640          05 DTL-END-DATE PIC X(8).
000650          05 FILLER PIC X(1) VALUE SPACE.
000660          05 DTL-END-TIME PIC X(8).
000670          05 FILLER PIC X(3) VALUE SPACES.
000680          05 DTL-REC-COUNT PIC Z(7)9.
000690          05 FILLER PIC X(5) VALUE SPACES.
000700          05 DTL-CYCLE PIC 99.
000710      01 TRL-LINE.
000720          05 FILLER PIC X(22) VALUE "STEPS ON CONTROL FILE:".
000730          05 TRL-COUNT PIC Z(3)9.
000740  PROCEDURE DIVISION.
000750    0000-MAIN-PROCESS.
000760        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
000770        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
000780        PERFORM 1200-READ-PARAMETERS
000790        OPEN INPUT RUNC-FILE
000800        IF WS-RUNC-FILE-STATUS NOT = "00"
000810          DISPLAY "RUNC-FILE OPEN FAILED, STATUS="
000820            WS-RUNC-FILE-STATUS
000830          STOP RUN
000840        END-IF
000850        OPEN OUTPUT RUNR-RPT-FILE
000860        PERFORM 3000-WRITE-REPORT-HEADERS
000870        PERFORM 2100-READ-CONTROL-MASTER
000880        PERFORM UNTIL WS-EOF-FLAG = "Y"
000890          IF RUNC-BUS-DATE = WS-BUS-DATE
000900            PERFORM 3100-WRITE-STEP-LINE
000910          END-IF
000920          PERFORM 2100-READ-CONTROL-MASTER
000930        END-PERFORM
000940        MOVE SPACES TO RUNR-RPT-RECORD
000950        WRITE RUNR-RPT-RECORD
000960        MOVE WS-STEP-COUNT TO TRL-COUNT
000970        WRITE RUNR-RPT-RECORD FROM TRL-LINE
000980        CLOSE RUNC-FILE
000990        CLOSE RUNR-RPT-FILE
001000        STOP RUN.
001010
001020    1200-READ-PARAMETERS.
001030        OPEN INPUT PARAM-FILE
001040        IF WS-PARAM-FILE-STATUS = "00"
001050          READ PARAM-FILE
001060            NOT AT END
001070              IF PARM-BUS-DATE IS NUMERIC
001080                  AND PARM-BUS-DATE > ZERO
001090                MOVE PARM-BUS-DATE TO WS-BUS-DATE
001100              END-IF
001110          END-READ
001120          CLOSE PARAM-FILE
001130        END-IF.
001140
001150    2100-READ-CONTROL-MASTER.
001160        READ RUNC-FILE
001170          AT END
001180            MOVE "Y" TO WS-EOF-FLAG
001190        END-READ.
001200
001210    3000-WRITE-REPORT-HEADERS.
001220        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
001230          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
001240        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
001250        WRITE RUNR-RPT-RECORD FROM HDR-LINE-1
001260        MOVE WS-BUS-DATE TO HDR2-BUS-DATE
001270        WRITE RUNR-RPT-RECORD FROM HDR-LINE-2
001280        MOVE SPACES TO RUNR-RPT-RECORD
001290        WRITE RUNR-RPT-RECORD
001300        WRITE RUNR-RPT-RECORD FROM HDR-LINE-3.
001310
001320    3100-WRITE-STEP-LINE.
001330        MOVE RUNC-STEP TO DTL-STEP
001340        MOVE RUNC-STATUS TO DTL-STATUS
001350        MOVE RUNC-START-DATE TO DTL-START-DATE
001360        MOVE RUNC-START-TIME TO DTL-START-TIME
001370        IF RUNC-END-DATE = ZERO
001380          MOVE SPACES TO DTL-END-DATE
001390          MOVE SPACES TO DTL-END-TIME
001400        ELSE
001410          MOVE RUNC-END-DATE TO DTL-END-DATE
001420          MOVE RUNC-END-TIME TO DTL-END-TIME
001430        END-IF
001440        MOVE RUNC-REC-COUNT TO DTL-REC-COUNT
001450        IF RUNC-CYCLE IS NUMERIC
001460          MOVE RUNC-CYCLE TO DTL-CYCLE
001470        ELSE
001480          MOVE ZERO TO DTL-CYCLE
001490        END-IF
001500        WRITE RUNR-RPT-RECORD FROM DTL-LINE
001510        ADD 1 TO WS-STEP-COUNT.
