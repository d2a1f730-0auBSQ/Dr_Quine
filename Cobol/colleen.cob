000024 WORKING-STORAGE SECTION.
000025 COPY stbl REPLACING
000026     ==WIDTH== BY ==72==
000027     ==COUNT== BY ==266==
000028     ==CTRSIZE== BY ==3==.
000029 01 afs pic xx.
000029 01 ats pic x(21).
000029 01 env-fn pic x(40) value space.
000029 01 aud-fn pic x(40) value space.
000029 01 aenv-fn pic x(40) value space.
000029 01 slf pic x value 'B'.
000029 01 slp pic x(8) value 'COLLEEN'.
000029 01 slrc pic 9(4) value zero.
000029 01 slr pic x value space.
000029 01 bsrc pic x(12) value space.
000029 01 bver pic 9(4) value zero.
000029 01 brep pic x value space.
000090 PROCEDURE DIVISION.
000100*    COBOL > NodeJS
000100     CALL 'stepled' USING slf slp slrc slr
000100         ON EXCEPTION MOVE '2' TO slr
000100     END-CALL
000100     IF slr = '1'
000100         MOVE slrc TO RETURN-CODE
000100         STOP RUN
000100     END-IF
000100     MOVE 'colleen.cob' TO bsrc
000100     PERFORM BASE-CHECK
000100     MOVE 'stbl.cpy' TO bsrc
000100     PERFORM BASE-CHECK
000101     ACCEPT env-fn FROM ENVIRONMENT
000101         'COLLEEN_OUT_FILE'
000102     IF env-fn NOT = SPACES
000110 MOVE "000024 WORKING-STORAGE SECTION." to s(018)
000110 MOVE "000025 COPY stbl REPLACING" to s(019)
000110 MOVE "000026     ==WIDTH== BY ==72==" to s(020)
000110 MOVE "000027     ==COUNT== BY ==266==" to s(021)
000110 MOVE "000028     ==CTRSIZE== BY ==3==." to s(022)
000110 MOVE "000029 01 afs pic xx." to s(023)
000110 MOVE "000029 01 ats pic x(21)." to s(024)
000110 MOVE "000029 01 env-fn pic x(40) value space." to s(027)
000110 MOVE "000029 01 aud-fn pic x(40) value space." to s(028)
000110 MOVE "000029 01 aenv-fn pic x(40) value space." to s(029)
000110 MOVE "000029 01 slf pic x value 'B'." to s(030)
000110 MOVE "000029 01 slp pic x(8) value 'COLLEEN'." to s(031)
000110 MOVE "000029 01 slrc pic 9(4) value zero." to s(032)
000110 MOVE "000029 01 slr pic x value space." to s(033)
000110 MOVE "000029 01 bsrc pic x(12) value space." to s(034)
000110 MOVE "000029 01 bver pic 9(4) value zero." to s(035)
000110 MOVE "000029 01 brep pic x value space." to s(036)
000110 MOVE "000090 PROCEDURE DIVISION." to s(037)
000110 MOVE "000100*    COBOL > NodeJS" to s(038)
000110 MOVE "000100     CALL 'stepled' USING slf slp slrc slr" to s(039)
000110 MOVE "000100         ON EXCEPTION MOVE '2' TO slr" to s(040)
000110 MOVE "000100     END-CALL" to s(041)
000110 MOVE "000100     IF slr = '1'" to s(042)
000110 MOVE "000100         MOVE slrc TO RETURN-CODE" to s(043)
000110 MOVE "000100         STOP RUN" to s(044)
000110 MOVE "000100     END-IF" to s(045)
000110 MOVE "000100     MOVE 'colleen.cob' TO bsrc" to s(046)
000110 MOVE "000100     PERFORM BASE-CHECK" to s(047)
000110 MOVE "000100     MOVE 'stbl.cpy' TO bsrc" to s(048)
000110 MOVE "000100     PERFORM BASE-CHECK" to s(049)
000110 MOVE "000101     ACCEPT env-fn FROM ENVIRONMENT" to s(050)
000110 MOVE "000101         'COLLEEN_OUT_FILE'" to s(051)
000110 MOVE "000102     IF env-fn NOT = SPACES" to s(052)
000110 MOVE "000102         MOVE env-fn TO out-fn" to s(053)
000110 MOVE "000102     ELSE" to s(054)
000110 MOVE "000102         MOVE 'Col_kid.cob' TO out-fn" to s(055)
000110 MOVE "000102     END-IF" to s(056)
000110 MOVE "000103     ACCEPT aenv-fn FROM ENVIRONMENT" to s(057)
000110 MOVE "000103         'AUDIT_LOG_FILE'" to s(058)
000110 MOVE "000104     IF aenv-fn NOT = SPACES" to s(059)
000110 MOVE "000104         MOVE aenv-fn TO aud-fn" to s(060)
000110 MOVE "000104     ELSE" to s(061)
000110 MOVE "000104         MOVE 'Audit.log' TO aud-fn" to s(062)
000110 MOVE "000104     END-IF" to s(063)
000110 MOVE "000105     OPEN OUTPUT colret" to s(064)
000110 MOVE "000110 PERFORM VARYING j" to s(198)
000110 MOVE "000110     FROM 1 BY 1 UNTIL j > 64" to s(199)
000110 MOVE "000110     PERFORM CHECK-BOUND-J-TGT" to s(200)
000110 MOVE "000110     STRING'000110 MOVE 'x'22'" to s(201)
000110 MOVE "000110     FUNCTION TRIM(s(j))x'22'" to s(202)
000110 MOVE "000110     ' to s('j')'into s(j+ 64)" to s(203)
000110 MOVE "000110 END-PERFORM" to s(204)
000110 MOVE "000110 PERFORM VARYING i" to s(205)
000110 MOVE "000110     FROM 198 BY 1 UNTIL i > 266" to s(206)
000110 MOVE "000110     PERFORM CHECK-BOUND-I-TGT" to s(207)
000110 MOVE "000110     STRING'000110 MOVE 'x'22'" to s(208)
000110 MOVE "000110     FUNCTION TRIM(s(i))x'22'" to s(209)
000110 MOVE "000110     ' to s('i')'into s(i- 69)" to s(210)
000110 MOVE "000110 END-PERFORM" to s(211)
000110 MOVE "000120 PERFORM VARYING i" to s(212)
000110 MOVE "000120     FROM 1 BY 1 UNTIL i > 266" to s(213)
000110 MOVE "000120     PERFORM CHECK-BOUND-I" to s(214)
000110 MOVE "000120     DISPLAY FUNCTION TRIM(s(i))" to s(215)
000110 MOVE "000120     MOVE s(i) TO ct" to s(216)
000110 MOVE "000120     WRITE ct" to s(217)
000110 MOVE "000120 END-PERFORM" to s(218)
000110 MOVE "000271     MOVE FUNCTION CURRENT-DATE TO ats" to s(219)
000110 MOVE "000272     COMPUTE reccnt = i - 1" to s(220)
000110 MOVE "000273     CLOSE colret" to s(221)
000110 MOVE "000274     MOVE SPACES TO alog" to s(222)
000110 MOVE "000275     STRING ats x'20' 'COLLEEN' x'20'" to s(223)
000110 MOVE "000276        FUNCTION TRIM(out-fn) x'20' reccnt" to s(224)
000110 MOVE "000277         INTO alog" to s(225)
000110 MOVE "000278     OPEN EXTEND audit" to s(226)
000110 MOVE "000279     IF afs NOT = '00'" to s(227)
000110 MOVE "000280         OPEN OUTPUT audit" to s(228)
000110 MOVE "000281     END-IF" to s(229)
000110 MOVE "000282     WRITE alog" to s(230)
000110 MOVE "000283     CLOSE audit" to s(231)
000110 MOVE "000284     CALL 'extra' USING s-tbl i" to s(232)
000110 MOVE "000285 STOP RUN." to s(233)
000110 MOVE "000286 CHECK-BOUND-I." to s(234)
000110 MOVE "000287     IF i > 266" to s(235)
000110 MOVE "000288         DISPLAY 'TABLE CAPACITY '" to s(236)
000110 MOVE "000289             'EXCEEDED'" to s(237)
000110 MOVE "000290         MOVE 99 TO RETURN-CODE" to s(238)
000110 MOVE "000291         STOP RUN" to s(239)
000110 MOVE "000292     END-IF." to s(240)
000110 MOVE "000301 CHECK-BOUND-J-TGT." to s(241)
000110 MOVE "000302     IF j + 64 > 266" to s(242)
000110 MOVE "000303         DISPLAY 'TABLE CAPACITY '" to s(243)
000110 MOVE "000304             'EXCEEDED'" to s(244)
000110 MOVE "000305         MOVE 99 TO RETURN-CODE" to s(245)
000110 MOVE "000306         STOP RUN" to s(246)
000110 MOVE "000307     END-IF." to s(247)
000110 MOVE "000308 CHECK-BOUND-I-TGT." to s(248)
000110 MOVE "000309     IF i - 69 > 266 OR i - 69 < 1" to s(249)
000110 MOVE "000310         DISPLAY 'TABLE CAPACITY '" to s(250)
000110 MOVE "000311             'EXCEEDED'" to s(251)
000110 MOVE "000312         MOVE 99 TO RETURN-CODE" to s(252)
000110 MOVE "000313         STOP RUN" to s(253)
000110 MOVE "000314     END-IF." to s(254)
000110 MOVE "000314 BASE-CHECK." to s(255)
000110 MOVE "000314     CALL 'basechk' USING bsrc slp" to s(256)
000110 MOVE "000314         bver brep" to s(257)
000110 MOVE "000314         ON EXCEPTION MOVE '2' TO brep" to s(258)
000110 MOVE "000314     END-CALL" to s(259)
000110 MOVE "000314     IF brep NOT = '0'" to s(260)
000110 MOVE "000314         DISPLAY 'COLLEEN: SOURCE NOT '" to s(261)
000110 MOVE "000314             'REGISTERED ' bsrc" to s(262)
000110 MOVE "000314         MOVE 20 TO RETURN-CODE" to s(263)
000110 MOVE "000314         STOP RUN" to s(264)
000110 MOVE "000314     END-IF." to s(265)
000110 MOVE "000315 END PROGRAM colleen." to s(266)
000110 PERFORM VARYING j
000110     FROM 1 BY 1 UNTIL j > 64
000110     PERFORM CHECK-BOUND-J-TGT
000110     STRING'000110 MOVE 'x'22'
000110     FUNCTION TRIM(s(j))x'22'
000110     ' to s('j')'into s(j+ 64)
000110 END-PERFORM
000110 PERFORM VARYING i
000110     FROM 198 BY 1 UNTIL i > 266
000110     PERFORM CHECK-BOUND-I-TGT
000110     STRING'000110 MOVE 'x'22'
000110     FUNCTION TRIM(s(i))x'22'
000110     ' to s('i')'into s(i- 69)
000110 END-PERFORM
000120 PERFORM VARYING i
000120     FROM 1 BY 1 UNTIL i > 266
000120     PERFORM CHECK-BOUND-I
000120     DISPLAY FUNCTION TRIM(s(i))
000120     MOVE s(i) TO ct
000284     CALL 'extra' USING s-tbl i
000285 STOP RUN.
000286 CHECK-BOUND-I.
000287     IF i > 266
000288         DISPLAY 'TABLE CAPACITY '
000289             'EXCEEDED'
000290         MOVE 99 TO RETURN-CODE
000291         STOP RUN
000292     END-IF.
000301 CHECK-BOUND-J-TGT.
000302     IF j + 64 > 266
000303         DISPLAY 'TABLE CAPACITY '
000304             'EXCEEDED'
000305         MOVE 99 TO RETURN-CODE
000306         STOP RUN
000307     END-IF.
000308 CHECK-BOUND-I-TGT.
000309     IF i - 69 > 266 OR i - 69 < 1
000310         DISPLAY 'TABLE CAPACITY '
000311             'EXCEEDED'
000312         MOVE 99 TO RETURN-CODE
000313         STOP RUN
000314     END-IF.
000314 BASE-CHECK.
000314     CALL 'basechk' USING bsrc slp
000314         bver brep
000314         ON EXCEPTION MOVE '2' TO brep
000314     END-CALL
000314     IF brep NOT = '0'
000314         DISPLAY 'COLLEEN: SOURCE NOT '
000314             'REGISTERED ' bsrc
000314         MOVE 20 TO RETURN-CODE
000314         STOP RUN
000314     END-IF.
000315 END PROGRAM colleen.
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. extra.
000320*    Re-derives colleen's self-print from its own s-tbl and
000330*    checks each entry against colleen.cob's actual source text,
000340*    so an edit to one of the 266 MOVE statements that forgets
000350*    to keep the matching s(i) in step gets caught, not shipped.
000352*    s-tbl now mirrors the physical file index-for-index (see
000354*    gen_colleen.py), so the check is a straight line-by-line
000470 WORKING-STORAGE SECTION.
000480 01 cfs pic xx.
000490 01 flines.
000500     10 fline pic x(80) occurs 266.
000510 01 k pic 9(3).
000520 01 bad pic 9(3) value zero.
000522 01 lcount pic 9(3) value zero.
000526 01 rsts pic x(21) value space.
000527 01 rsrecs pic 9(7) value zero.
000528 01 rsrc pic 9(4) value zero.
000529 01 slf pic x value 'E'.
000529 01 slp pic x(8) value 'COLLEEN'.
000529 01 slr pic x value space.
000530 LINKAGE SECTION.
000540 01 lk-tbl.
000550     10 lk-s pic x(72) occurs 266.
000555 01 lk-i pic 9(3).
000560 PROCEDURE DIVISION USING lk-tbl lk-i.
000565     MOVE FUNCTION CURRENT-DATE TO rsts
000570     OPEN INPUT csrc
000580     PERFORM VARYING k FROM 1 BY 1 UNTIL k > 266
000590         READ csrc INTO fline(k)
000600             AT END EXIT PERFORM
000610         END-READ
000620     END-PERFORM
000630     CLOSE csrc
000640     PERFORM VARYING k FROM 1 BY 1 UNTIL k > 266
000700         IF FUNCTION TRIM(lk-s(k)) NOT =
000710            FUNCTION TRIM(fline(k))
000720             ADD 1 TO bad
000839         rsrecs rsrc
000840         ON EXCEPTION CONTINUE
000841     END-CALL
000841*    step ledger completion for the night; the CALLs reset
000841*    RETURN-CODE, so it is put back from rsrc afterwards
000841     CALL 'stepled' USING slf slp rsrc slr
000841         ON EXCEPTION CONTINUE
000841     END-CALL
000841     MOVE rsrc TO RETURN-CODE
000842     EXIT PROGRAM.
000840 END PROGRAM extra.
