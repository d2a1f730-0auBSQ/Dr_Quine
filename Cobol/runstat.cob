000008*timestamp (a rerun of the same start rewrites its record).
000009*Callers invoke it with ON EXCEPTION CONTINUE so a missing
000010*module never fails a production run. rstrpt is the companion
000011*trend report. GRACEBAT also files the compile seconds its
000012*run avoided by reusing a verified executable, through the
000013*companion runsave module, so the trend report can show what
000014*compile avoidance bought.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. runstat.
000040 ENVIRONMENT DIVISION.
000200     10 st-elap pic 9(7).
000210     10 st-recs pic 9(7).
000220     10 st-rc pic 9(4).
000225     10 st-saved pic 9(7).
000230 WORKING-STORAGE SECTION.
000240 01 stfs pic xx.
000250 01 nts pic x(21) value space.
000560     END-IF
000570     MOVE lk-recs TO st-recs
000580     MOVE lk-rc TO st-rc
000585     MOVE 0 TO st-saved
000590     WRITE str
000600         INVALID KEY REWRITE str
000610     END-WRITE
