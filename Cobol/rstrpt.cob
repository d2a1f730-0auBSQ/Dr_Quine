000006*exceeded RSTRPT_MAX_SECS (default 300) so the batch-window
000007*evidence for capacity planning is one report, not an
000008*afternoon of log archaeology. RC 4 when threshold breaches
000010*were flagged. A GRACEBAT run that reused a verified
000012*executable instead of compiling carries the compile seconds
000014*it saved; those are shown on the run, totalled per program
000016*and for the period.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. rstrpt.
000040 ENVIRONMENT DIVISION.
000230     10 st-elap pic 9(7).
000240     10 st-recs pic 9(7).
000250     10 st-rc pic 9(4).
000255     10 st-saved pic 9(7).
000260 FD rpt.
000270 01 rline pic x(90).
000280 WORKING-STORAGE SECTION.
000400         15 p-runs pic 9(5).
000410         15 p-tot pic 9(9).
000420         15 p-max pic 9(7).
000425         15 p-saved pic 9(9).
000430 01 pmax pic 9(2) value zero.
000440 01 px pic 9(2).
000450 01 hit pic 9(2) value zero.
000460 01 runct pic 9(5) value zero.
000470 01 overct pic 9(5) value zero.
000475 01 savtot pic 9(9) value zero.
000476 01 pptr pic 9(3) value zero.
000480 01 avg-w pic 9(7) value zero.
000490 01 pln pic x(90) value space.
000500 01 num-ed pic z(6)9.
001220     STRING num-ed ' RUN(S) OVER THE ' num-ed2
001230         ' SECOND THRESHOLD' INTO pln
001240     WRITE rline FROM pln
001241     IF savtot > 0
001242         MOVE savtot TO num-ed
001243         MOVE SPACES TO pln
001244         STRING num-ed ' SECOND(S) OF COMPILE TIME SAVED BY'
001245             ' EXECUTABLE REUSE' INTO pln
001246         WRITE rline FROM pln
001247     END-IF
001250     CLOSE rpt
001260     DISPLAY 'RSTRPT: ' runct ' run(s) reported, '
001270         overct ' over threshold'
001540             num-ed '  ' num-ed2 '  ' num-ed3
001550             INTO pln
001560     END-IF
001561     IF st-saved > 0
001562         MOVE st-saved TO num-ed4
001563         COMPUTE pptr = FUNCTION LENGTH(
001564             FUNCTION TRIM(pln TRAILING)) + 1
001565         STRING ' SAVED ' FUNCTION TRIM(num-ed4)
001566             DELIMITED BY SIZE INTO pln WITH POINTER pptr
001567         ADD st-saved TO savtot
001568     END-IF
001570     WRITE rline FROM pln
001580     MOVE 0 TO hit
001590     PERFORM VARYING px FROM 1 BY 1 UNTIL px > pmax
001700         MOVE pmax TO hit
001710         MOVE st-prog TO p-prog(hit)
001720         MOVE 0 TO p-runs(hit) p-tot(hit) p-max(hit)
001725         MOVE 0 TO p-saved(hit)
001730     END-IF
001740     ADD 1 TO p-runs(hit)
001750     ADD st-elap TO p-tot(hit)
001755     ADD st-saved TO p-saved(hit)
001760     IF st-elap > p-max(hit)
001770         MOVE st-elap TO p-max(hit)
001780     END-IF.
001890     STRING ' ' p-prog(px) ' RUNS ' num-ed
001900         ' TOTAL ' num-ed2 ' AVG ' num-ed3
001910         ' MAX ' num-ed4 INTO pln
001911     IF p-saved(px) > 0
001912         MOVE p-saved(px) TO num-ed
001913         COMPUTE pptr = FUNCTION LENGTH(
001914             FUNCTION TRIM(pln TRAILING)) + 1
001915         STRING ' SAVED ' FUNCTION TRIM(num-ed)
001916             DELIMITED BY SIZE INTO pln WITH POINTER pptr
001917     END-IF
001920     WRITE rline FROM pln.
001930 END PROGRAM rstrpt.
