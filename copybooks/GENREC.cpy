000010*    GENREC - BACKUP GENERATION RECORD (MATHGEN.NNNNNN).
000020*    THE GENERATION BACKUP STEP (MATHGBAK) COPIES EVERY
000030*    MASTER AND CARRY-OVER FILE OF THE JOB STREAM INTO ONE
000040*    GENERATION FILE BEFORE THE NIGHT'S RUN BEGINS, AND THE
000050*    RESTORE PROGRAM (MATHGRST) PUTS THEM BACK FROM IT.
000060*    THE FIRST RECORD IS THE GENERATION HEADER (GEN-FILE-ID
000070*    "GENHDR"); EVERY OTHER RECORD IS ONE RECORD OF ONE FILE,
000080*    UNCHANGED IN GEN-DATA, WITH GEN-FILE-ID NAMING THE FILE:
000090*    "RESULTS" (RESULTS.MST), "MATHBREG", "MATHRUNC",
000100*    "MATHPHIS", "MATHSUSP" OR "MATHCFWD" (THE .DAT FILES).
000110*    ANY PROGRAM THAT READS OR PRODUCES THIS RECORD SHOULD
000120*    COPY THIS MEMBER.
000130    05 GEN-FILE-ID PIC X(8).
000140    05 GEN-DATA PIC X(120).
000150    05 GEN-HEADER-DATA REDEFINES GEN-DATA.
000160        10 GEN-HDR-GEN-NO PIC 9(6).
000170        10 GEN-HDR-BUS-DATE PIC 9(8).
000180        10 GEN-HDR-DATE PIC 9(8).
000190        10 GEN-HDR-TIME PIC X(8).
000200        10 FILLER PIC X(90).
