000012*    makes the chain not certifiable rather than silently
000013*    ending it. With no audit evidence the directory itself
000014*    is probed.
000014*    Generations GRACEBAT built by rerunning the executable it
000014*    had already verified, rather than compiling the source
000014*    again, carry a REUSED verdict on the chain's lineage log
000014*    (the STREAM card names it, as gracebat does, and the
000014*    months PERCLOSE has closed are read ahead of it); the
000014*    certification line counts them, and a divergence at one
000014*    says so, since that kid's source was never compiled.
000015 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. quincert.
000030 ENVIRONMENT DIVISION.
000153     SELECT parm ASSIGN TO DYNAMIC parm-fn
000153     ORGANIZATION IS LINE SEQUENTIAL
000153     FILE STATUS IS pmfs.
000153     SELECT lineage ASSIGN TO DYNAMIC lin-fn
000153     ORGANIZATION IS LINE SEQUENTIAL
000153     FILE STATUS IS lnfs.
000154 DATA DIVISION.
000160 FILE SECTION.
000170 FD srca.
000228 01 dprec pic x(120).
000229 FD parm.
000229 01 card pic x(80).
000229 FD lineage.
000229 01 linerec pic x(100).
000230 WORKING-STORAGE SECTION.
000240 01 afs pic xx.
000250 01 bfs pic xx.
000571 01 kw pic x(20) value space.
000571 01 vptr pic 9(4) value 1.
000571 01 outpfx pic x(20) value 'Grace_kid_'.
000571 01 stream pic x(8) value 'PROD'.
000571 01 lnfs pic xx.
000571 01 lin-fn pic x(70) value 'Grace_lineage.log'.
000571 01 gen-fld pic x(10) value space.
000571 01 src-fld pic x(40) value space.
000571 01 out-fld pic x(40) value space.
000571 01 pf-fld pic x(6) value space.
000571 01 rutab.
000571     10 rufn pic x(40) occurs 200.
000571 01 rumax pic 9(3) value zero.
000571 01 rux pic 9(3).
000571 01 reused pic 9 value zero.
000571*    closed lineage members from permlist, oldest first
000571 01 lin-base pic x(70) value space.
000571 01 memct pic 9(3) value zero.
000571 01 memtab.
000571     10 mement occurs 240.
000571         15 mem-per pic x(6).
000571         15 mem-fn pic x(70).
000571 01 mx pic 9(3).
000571 01 reusect pic 9(4) value zero.
000571 01 rsprog pic x(8) value 'QUINCERT'.
000571 01 rsts pic x(21) value space.
000571 01 rsrecs pic 9(7) value zero.
000571 01 rsrc pic 9(4) value zero.
000571 01 slf pic x value 'B'.
000571 01 slr pic x value space.
000572 PROCEDURE DIVISION.
000573     MOVE FUNCTION CURRENT-DATE TO rsts
000573*    a rerun of a night this step already certified cleanly
000573*    is bypassed on the step ledger with the recorded code
000573     CALL 'stepled' USING slf rsprog rsrc slr
000573         ON EXCEPTION MOVE '2' TO slr
000573     END-CALL
000573     IF slr = '1'
000573         MOVE rsrc TO RETURN-CODE
000573         STOP RUN
000573     END-IF
000574     ACCEPT aenv-fn FROM ENVIRONMENT
000576         'AUDIT_LOG_FILE'
000578     IF aenv-fn NOT = SPACES
000703*    certification follows the same source of truth
000704     PERFORM GET-OUTPFX
000705     PERFORM LOAD-ARCHIVED
000707     PERFORM LOAD-REUSED
000710     PERFORM CERT-COLLEEN
000720     MOVE 'GRACE BATCH' TO chain-nm
000730     MOVE outpfx TO pfx
001045         rsrecs rsrc
001046         ON EXCEPTION CONTINUE
001047     END-CALL
001048     MOVE 'E' TO slf
001048     CALL 'stepled' USING slf rsprog rsrc slr
001048         ON EXCEPTION CONTINUE
001049     END-CALL
001049*    the CALLs reset RETURN-CODE; put the verdict's back
001049     MOVE rsrc TO RETURN-CODE
001050     STOP RUN.
001060 LOAD-A.
001070     MOVE 0 TO na aexists
002326     IF kw = 'OUTPFX' AND vptr <= 80
002326        AND card(vptr:) NOT = SPACES
002327         MOVE card(vptr:) TO outpfx
002327     END-IF
002327     IF kw = 'STREAM' AND vptr <= 80
002327        AND card(vptr:) NOT = SPACES
002327         MOVE FUNCTION TRIM(card(vptr:)) TO stream
002328     END-IF.
002329*    the batch chain's lineage log follows gracebat's naming:
002329*    PROD keeps the legacy name, a named stream its own. The
002329*    months PERCLOSE has cut over are read first, oldest first,
002329*    so a REUSED mark survives the month-end cutover
002329 LOAD-REUSED.
002329     MOVE 0 TO rumax
002329     IF stream NOT = 'PROD'
002329         MOVE SPACES TO lin-fn
002329         STRING 'Grace_lineage_'
002329             FUNCTION TRIM(stream) '.log'
002329             INTO lin-fn
002329     END-IF
002329     MOVE lin-fn TO lin-base
002329     MOVE 0 TO memct
002329     CALL 'permlist' USING lin-base memct memtab
002329         ON EXCEPTION
002329             MOVE 0 TO memct
002329     END-CALL
002329     PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > memct
002329         MOVE mem-fn(mx) TO lin-fn
002329         PERFORM READ-REUSED-LOG
002329     END-PERFORM
002329     MOVE lin-base TO lin-fn
002329     PERFORM READ-REUSED-LOG.
002329 READ-REUSED-LOG.
002329     OPEN INPUT lineage
002329     IF lnfs NOT = '00'
002329         EXIT PARAGRAPH
002329     END-IF
002329     PERFORM UNTIL lnfs = '10'
002329         READ lineage
002329             AT END MOVE '10' TO lnfs
002329             NOT AT END PERFORM REUSED-REC
002329         END-READ
002329     END-PERFORM
002329     CLOSE lineage.
002329 REUSED-REC.
002329     MOVE SPACES TO ts-fld gen-fld src-fld
002329     MOVE SPACES TO out-fld pf-fld
002329     UNSTRING linerec DELIMITED BY ALL ' '
002329         INTO ts-fld gen-fld src-fld out-fld pf-fld
002329     IF ts-fld = SPACES OR ts-fld = 'CARRYFWD'
002329         EXIT PARAGRAPH
002329     END-IF
002329*    the latest verdict on a kid wins: a rebuild that compiled
002329*    in full clears an earlier REUSED mark
002329     MOVE 0 TO hit
002329     PERFORM VARYING rux FROM 1 BY 1 UNTIL rux > rumax
002329         IF rufn(rux) = out-fld
002329             MOVE rux TO hit
002329             MOVE rumax TO rux
002329         END-IF
002329     END-PERFORM
002329     IF pf-fld NOT = 'REUSED'
002329         IF hit > 0
002329             MOVE SPACES TO rufn(hit)
002329         END-IF
002329         EXIT PARAGRAPH
002329     END-IF
002329     IF hit > 0
002329         EXIT PARAGRAPH
002329     END-IF
002329     IF rumax >= 200
002329         MOVE 1 TO trunc
002329         EXIT PARAGRAPH
002329     END-IF
002329     ADD 1 TO rumax
002329     MOVE out-fld TO rufn(rumax).
002329 CHECK-REUSED.
002329     MOVE 0 TO reused
002329     PERFORM VARYING rux FROM 1 BY 1 UNTIL rux > rumax
002329         IF FUNCTION TRIM(rufn(rux)) = FUNCTION TRIM(b-fn)
002329             MOVE 1 TO reused
002329             MOVE rumax TO rux
002329         END-IF
002329     END-PERFORM.
002330 LOAD-ARCHIVED.
002320     MOVE 0 TO armax
002330     OPEN INPUT dispo
003520         ADD 1 TO egen-wk
003530     END-PERFORM.
003540 CERT-GRACE-CHAIN.
003550     MOVE 0 TO pairs lastgen reusect
003560     MOVE 1 TO chainok
003570     PERFORM LOAD-EXPECTED
003580     IF emax > 0
003860                 MOVE 0 TO chainok
003870             ELSE
003880                 PERFORM COMPARE-PAIR
003885                 PERFORM CHECK-REUSED
003890                 IF pairok = 0
003900                     MOVE w-gen(wx) TO gen-ed
003910                     MOVE SPACES TO rline
003980                         INTO rline
003990                     WRITE rline
004000                     PERFORM WRITE-DIVERGENCE
004001                     IF reused = 1
004002                         MOVE SPACES TO rline
004003                         STRING ' GENERATION BUILT BY A REUSED'
004004                             ' EXECUTABLE, SOURCE NOT COMPILED'
004005                             INTO rline
004006                         WRITE rline
004007                     END-IF
004010                     MOVE 0 TO chainok
004020                 ELSE
004030                     ADD 1 TO pairs
004031                     IF reused = 1
004032                         ADD 1 TO reusect
004033                     END-IF
004035                     ADD 1 TO rsrecs
004040                     MOVE w-gen(wx) TO lastgen
004050                     MOVE b-fn TO a-fn
004240                 gen-ed ', ' pairs ' PAIR(S) CHECKED'
004250                 INTO rline
004260             WRITE rline
004261             IF reusect > 0
004262                 MOVE SPACES TO rline
004263                 STRING 'CHAIN ' FUNCTION TRIM(chain-nm)
004264                     ': ' reusect ' OF THEM BUILT BY A REUSED'
004265                     ' EXECUTABLE, NOT COMPILED' INTO rline
004266                 WRITE rline
004267             END-IF
004270         END-IF
004280     END-IF.
004290 END PROGRAM quincert.
