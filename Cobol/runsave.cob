000000*Run-statistics companion to runstat. GRACEBAT calls it after
000001*runstat to stamp the compile seconds its run saved, by reusing
000002*a verified executable, on the record runstat has just filed
000003*for the same program and start timestamp, so the rstrpt trend
000004*report can show what compile avoidance bought. A run without
000005*that record is left alone; like runstat, a failure here never
000006*fails the caller, which invokes it with ON EXCEPTION CONTINUE.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. runsave.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT rstat ASSIGN TO 'Grace_runstat.dat'
000080     ORGANIZATION IS INDEXED
000090     ACCESS IS RANDOM
000100     RECORD KEY IS st-key
000110     FILE STATUS IS stfs.
000120 DATA DIVISION.
000130 FILE SECTION.
000140 FD rstat.
000150 01 str.
000160     10 st-key.
000170         15 st-prog pic x(8).
000180         15 st-start pic x(21).
000190     10 st-end pic x(21).
000200     10 st-elap pic 9(7).
000210     10 st-recs pic 9(7).
000220     10 st-rc pic 9(4).
000230     10 st-saved pic 9(7).
000240 WORKING-STORAGE SECTION.
000250 01 stfs pic xx.
000260 LINKAGE SECTION.
000270 01 lk-prog pic x(8).
000280 01 lk-start pic x(21).
000290 01 lk-saved pic 9(7).
000300 PROCEDURE DIVISION USING lk-prog lk-start lk-saved.
000310     OPEN I-O rstat
000320     IF stfs NOT = '00'
000330         DISPLAY 'RUNSAVE: cannot open '
000340             'Grace_runstat.dat status ' stfs
000350         EXIT PROGRAM
000360     END-IF
000370     MOVE lk-prog TO st-prog
000380     MOVE lk-start TO st-start
000390     READ rstat
000400         INVALID KEY CONTINUE
000410         NOT INVALID KEY
000420             MOVE lk-saved TO st-saved
000430             REWRITE str
000440     END-READ
000450     CLOSE rstat
000460     EXIT PROGRAM.
000470 END PROGRAM runsave.
