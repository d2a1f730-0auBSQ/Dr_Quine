000000*Generation-master inquiry: fetch one generation record by its
000001*stream plus generation key. GENMINQ_STREAM names the stream
000002*(default PROD), so a generation inside a named test stream is
000003*addressable without touching the production history. The
000004*record's source baseline is shown as the grace.cob and
000005*stbl.cpy versions registered on Grace_baseline.dat, and the
000006*kid's line count beside its fingerprint, the pair GRACEBAT
000007*compares before it reuses an executable.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. genminq.
000030 ENVIRONMENT DIVISION.
000180     10 gm-cks pic 9(8).
000185     10 gm-fp pic 9(8).
000190     10 gm-st pic x(2).
000192     10 gm-base.
000194         15 gm-bsrc pic 9(4).
000196         15 gm-bcpy pic 9(4).
000198     10 gm-lines pic 9(4).
000200 WORKING-STORAGE SECTION.
000210 01 gmfs pic xx.
000220 01 genv pic x(10) value space.
000570             DISPLAY 'TIMESTAMP : ' gm-ts
000580             DISPLAY 'CHECKSUM  : ' gm-cks
000585             DISPLAY 'FNGRPRINT : ' gm-fp
000587             DISPLAY 'LINES     : ' gm-lines
000590             DISPLAY 'STATUS    : ' gm-st
000592             IF gm-base = ZEROS
000594                 DISPLAY 'BASELINE  : NOT RECORDED'
000596             ELSE
000597                 DISPLAY 'BASELINE  : grace.cob V' gm-bsrc
000598                     ' stbl.cpy V' gm-bcpy
000599             END-IF
000600     END-READ
000610     CLOSE genmast
000620     STOP RUN.
