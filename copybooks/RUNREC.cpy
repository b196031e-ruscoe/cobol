000010*    RUNREC - RUN-CONTROL MASTER RECORD (MATHRUNC.DAT).
000020*    ONE RECORD PER BUSINESS DATE, CYCLE AND JOB STEP. THE
000030*    BUSINESS DATE IS PARM-BUS-DATE FROM MATHPARM.TXT (OR
000040*    THE RUN DATE WHEN NOT GIVEN). RUNC-CYCLE IS 00 FOR THE
000050*    NIGHTLY RUN AND THE INTRADAY CYCLE NUMBER FROM
000060*    MATHCYCL.TXT (SEE CYCLREC) OTHERWISE; A RECORD WRITTEN
000070*    BEFORE THE FIELD EXISTED IS READ AS CYCLE 00. RUNC-STATUS
000080*    IS "INPROGRS" FROM THE STEP'S START CHECK-IN UNTIL ITS
000090*    END CHECK-IN SETS "COMPLETE" AND FILLS THE END STAMPS
000100*    AND RECORD COUNT. EVERY STEP CALLS MATHRUNC AT START
000110*    AND END; MATHRUNC REFUSES A START WHEN THE
000120*    PREREQUISITE STEP IS NOT COMPLETE FOR THE DATE AND
000130*    CYCLE, OR WHEN THE STEP IS ALREADY COMPLETE AND NO
000140*    MATCHING OVERRIDE IS ON MATHOVRD.TXT. CHECK-INS ARE
000150*    SERIALIZED THROUGH THE MATHRUNC.LCK LOCK FILE (DELETE IT
000160*    BY HAND IF A STEP DIES HOLDING IT), AND RECORDS OLDER
000170*    THAN THE DRIVER'S RETENTION WINDOW ARE PURGED WHEN THE
000180*    MASTER IS REWRITTEN. ANY PROGRAM THAT READS
000190*    OR PRODUCES THIS RECORD SHOULD COPY THIS MEMBER.
000200    05 RUNC-BUS-DATE PIC 9(8).
000210    05 RUNC-STEP PIC X(8).
000220    05 RUNC-STATUS PIC X(8).
000230    05 RUNC-START-DATE PIC 9(8).
000240    05 RUNC-START-TIME PIC X(8).
000250    05 RUNC-END-DATE PIC 9(8).
000260    05 RUNC-END-TIME PIC X(8).
000270    05 RUNC-REC-COUNT PIC 9(8).
000280    05 RUNC-CYCLE PIC 99.
