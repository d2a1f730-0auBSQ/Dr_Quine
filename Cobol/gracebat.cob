000094     SELECT grace-log ASSIGN TO DYNAMIC glog-fn
000095     ORGANIZATION IS LINE SEQUENTIAL
000096     FILE STATUS IS glfs.
000096     SELECT srcf ASSIGN TO DYNAMIC srcname
000096     ORGANIZATION IS LINE SEQUENTIAL
000096     FILE STATUS IS sffs.
000097 DATA DIVISION.
000100 FILE SECTION.
000110 FD ckpt.
000129 01 card pic x(80).
000129 FD grace-log.
000129 01 glrec pic x(70).
000129 FD srcf.
000129 01 srec pic x(80).
000130 WORKING-STORAGE SECTION.
000140 01 ckfs pic xx.
000150 01 lastg pic 9(4) value zero.
000214 01 lnts pic x(21).
000216 01 srcname pic x(30) value spaces.
000217 01 outname pic x(30) value spaces.
000218 01 pfword pic x(6) value spaces.
000219 01 gmu-stream pic x(8) value 'PROD'.
000219 01 gmu-gen pic 9(4).
000219 01 gmu-fn pic x(70) value spaces.
000219 01 gmu-cks pic 9(8) value zero.
000219 01 gmu-fp pic 9(8) value zero.
000219 01 gmu-st pic x(2) value spaces.
000219 01 gmu-bsrc pic 9(4) value zero.
000219 01 gmu-bcpy pic 9(4) value zero.
000220 01 alfs pic xx.
000221 01 alln pic x(120) value spaces.
000225 01 retrymax pic 9(2) value zero.
000246 01 rsrecs pic 9(7) value zero.
000246 01 rsrc pic 9(4) value zero.
000246 01 donect pic 9(4) value zero.
000246 01 bsrc pic x(12) value space.
000246 01 bver pic 9(4) value zero.
000246 01 brep pic x(1) value space.
000246 01 reuse pic x(1) value 'N'.
000246 01 fullevery pic 9(4) value 10.
000246 01 reuseok pic 9 value zero.
000246 01 exeok pic 9 value zero.
000246 01 exe-fp pic 9(8) value zero.
000246 01 exe-lines pic 9(4) value zero.
000246 01 sffs pic xx.
000246 01 srcok pic 9 value zero.
000246 01 sfp pic 9(8) value zero.
000246 01 slines pic 9(4) value zero.
000246 01 flen pic 9(4) value zero.
000246 01 kx pic 9(4) value zero.
000246 01 lp-gen pic 9(4) value zero.
000246 01 lp-fp pic 9(8) value zero.
000246 01 lp-lines pic 9(4) value zero.
000246 01 lp-reply pic x(1) value space.
000246 01 reusect pic 9(4) value zero.
000246 01 cmpct pic 9(4) value zero.
000246 01 cmptot pic 9(7)v99 value zero.
000246 01 cts pic x(21) value space.
000246 01 csec-a pic 9(11)v99 value zero.
000246 01 csec-b pic 9(11)v99 value zero.
000246 01 saved pic 9(7) value zero.
000247 PROCEDURE DIVISION.
000247     MOVE FUNCTION CURRENT-DATE TO rsts
000248     ACCEPT penv-fn FROM ENVIRONMENT
000281     DISPLAY 'GRACEBAT: OUTPFX  ' FUNCTION TRIM(outpfx)
000282     DISPLAY 'GRACEBAT: COBCOPT ' FUNCTION TRIM(cobcopt)
000283     DISPLAY 'GRACEBAT: QUARDIR ' FUNCTION TRIM(quar-dir)
000283     DISPLAY 'GRACEBAT: REUSE   ' reuse
000283         ', FULL COMPILE EVERY ' fullevery ' GENERATION(S)'
000283*    the chain builds every generation from grace.cob and the
000283*    stbl copybook, so both must be registered baselines; the
000283*    versions found are filed on the generation master
000283     MOVE 'grace.cob' TO bsrc
000283     PERFORM BASE-CHECK
000283     MOVE bver TO gmu-bsrc
000283     MOVE 'stbl.cpy' TO bsrc
000283     PERFORM BASE-CHECK
000283     MOVE bver TO gmu-bcpy
000284     PERFORM GET-RUNLOCK
000370     OPEN INPUT ckpt
000380     IF ckfs = '00'
000983     CALL 'runstat' USING rsprog rsts
000983         rsrecs rsrc
000983         ON EXCEPTION CONTINUE
000983     END-CALL
000983*    a skipped compile is reckoned at this run's average compile
000983*    time and stamped on the run record for rstrpt
000983     IF reusect > 0
000983         MOVE 0 TO saved
000983         IF cmpct > 0
000983             COMPUTE saved ROUNDED =
000983                 cmptot / cmpct * reusect
000983         END-IF
000983         DISPLAY 'GRACEBAT: ' reusect ' generation(s) reused '
000983             'the verified executable, about ' saved
000983             ' second(s) of compile saved'
000983         CALL 'runsave' USING rsprog rsts saved
000983             ON EXCEPTION CONTINUE
000983         END-CALL
000983     END-IF
000983*    the CALLs reset RETURN-CODE; put the run's back
000983     MOVE rsrc TO RETURN-CODE.
000983*    basechk fails closed: an unregistered source, or no
000983*    registry, ends the job before the lock is taken
000983 BASE-CHECK.
000983     CALL 'basechk' USING bsrc rsprog bver brep
000983         ON EXCEPTION
000983             MOVE '2' TO brep
000983     END-CALL
000983     IF brep NOT = '0'
000983         DISPLAY 'GRACEBAT: ' FUNCTION TRIM(bsrc)
000983             ' is not a registered baseline, job ended '
000983             'before generation 1, see Grace_alert.log'
000983         MOVE 20 TO RETURN-CODE
000983         STOP RUN
000983     END-IF
000983     DISPLAY 'GRACEBAT: BASELINE ' FUNCTION TRIM(bsrc)
000983         ' V' bver.
000981*    concurrent grace/gracebat/retent runs interleave the
000982*    shared logs and can mint duplicate generation numbers;
000983*    the suite lock serializes them. The compiled kids run
001030             ELSE
001031                 MOVE val TO quar-dir
001032             END-IF
001032         WHEN 'REUSE'
001032             IF val = 'Y' OR val = 'N'
001032                 MOVE val TO reuse
001032             ELSE
001032                 PERFORM BAD-CARD
001032             END-IF
001032         WHEN 'FULLEVERY'
001032             PERFORM VALNUM
001032             IF numok = 1 AND
001032                FUNCTION NUMVAL(val) >= 1
001032                 COMPUTE fullevery = FUNCTION NUMVAL(val)
001032             ELSE
001032                 PERFORM BAD-CARD
001032             END-IF
001033         WHEN 'STREAM'
001034             MOVE FUNCTION TRIM(val) TO vtrim
001035             IF vtrim = SPACES OR
001080 TRY-GENERATION.
001082     PERFORM GET-LAST-GCT
001084     MOVE lastgct TO pregct
001090     PERFORM CHECK-REUSE
001091     IF reuseok = 1
001092         MOVE 0 TO rc
001093         DISPLAY 'GRACEBAT: generation ' gen
001094             ' source matches generation ' lp-gen
001095             ', compile skipped'
001096     ELSE
001097         PERFORM COMPILE-SOURCE
001098     END-IF
001130     IF rc NOT = 0
001140         DISPLAY 'GRACEBAT: compile failed at generation '
001150             gen ', attempt ' attempt ', rc=' rc
001250                 gen ', attempt ' attempt ', rc=' rc
001255             MOVE rc TO failrc
001260             MOVE 'FAIL' TO pfword
001265             MOVE 0 TO exeok
001270         ELSE
001272             IF reuseok = 1
001274                 MOVE 'REUSED' TO pfword
001276                 ADD 1 TO reusect
001278             ELSE
001280                 MOVE 'PASS' TO pfword
001282                 MOVE 1 TO exeok
001284             END-IF
001290             MOVE 1 TO genok
001300         END-IF
001310     END-IF
001320     PERFORM WRITE-LINEAGE
001330     PERFORM UPDATE-GENMAST.
001331*    every compile is timed; the executable it leaves is
001331*    trusted for reuse only once it has run and passed
001331 COMPILE-SOURCE.
001331     MOVE 0 TO exeok
001331     MOVE sfp TO exe-fp
001331     MOVE slines TO exe-lines
001331     MOVE SPACES TO cmd
001331     STRING 'cobc ' FUNCTION TRIM(cobcopt)
001331         ' -o gracebat_run '
001331         FUNCTION TRIM(srcname) INTO cmd
001332     MOVE FUNCTION CURRENT-DATE TO cts
001332     PERFORM CLOCK-SECS
001332     MOVE csec-b TO csec-a
001332     CALL 'SYSTEM' USING cmd RETURNING rc
001332     MOVE FUNCTION CURRENT-DATE TO cts
001332     PERFORM CLOCK-SECS
001332     ADD 1 TO cmpct
001332     IF csec-b > csec-a
001332         COMPUTE cmptot = cmptot + csec-b - csec-a
001332     END-IF.
001333 CLOCK-SECS.
001333     COMPUTE csec-b = FUNCTION INTEGER-OF-DATE
001333         (FUNCTION NUMVAL(cts(1:8))) * 86400
001333         + FUNCTION NUMVAL(cts(9:2)) * 3600
001333         + FUNCTION NUMVAL(cts(11:2)) * 60
001333         + FUNCTION NUMVAL(cts(13:4)) / 100.
001333*    with REUSE=Y a generation is not compiled when its
001333*    source is, by fingerprint and line count, both
001333*    the source of the executable this run already compiled
001333*    and verified and the stream's last PASS generation on the
001334*    master; every FULLEVERY'th generation compiles anyway so
001334*    compile health is still sampled
001334 CHECK-REUSE.
001334     MOVE 0 TO reuseok
001334     IF reuse NOT = 'Y'
001334         EXIT PARAGRAPH
001334     END-IF
001334     PERFORM FINGERPRINT
001334     IF srcok = 0 OR exeok = 0
001334         EXIT PARAGRAPH
001335     END-IF
001335     IF sfp NOT = exe-fp OR slines NOT = exe-lines
001335         EXIT PARAGRAPH
001335     END-IF
001335     CALL 'genmlast' USING stream lp-gen lp-fp
001335         lp-lines lp-reply
001335         ON EXCEPTION
001335             MOVE '2' TO lp-reply
001335     END-CALL
001336     IF lp-reply NOT = '0'
001336         EXIT PARAGRAPH
001336     END-IF
001336     IF sfp NOT = lp-fp OR slines NOT = lp-lines
001336         EXIT PARAGRAPH
001336     END-IF
001336     IF FUNCTION MOD(gen, fullevery) = 0
001336         DISPLAY 'GRACEBAT: generation ' gen
001336             ' compiled in full, FULLEVERY ' fullevery
001336         EXIT PARAGRAPH
001337     END-IF
001337     MOVE 1 TO reuseok.
001337*    the same fold grace files as the kid's fingerprint
001337 FINGERPRINT.
001337     MOVE 0 TO sfp slines srcok
001337     OPEN INPUT srcf
001337     IF sffs NOT = '00'
001337         EXIT PARAGRAPH
001337     END-IF
001337     MOVE 1 TO srcok
001338     PERFORM UNTIL sffs NOT = '00'
001338         READ srcf
001338             AT END MOVE '10' TO sffs
001338             NOT AT END PERFORM FP-LINE
001338         END-READ
001338     END-PERFORM
001338     CLOSE srcf.
001338 FP-LINE.
001338     ADD 1 TO slines
001338     COMPUTE flen = FUNCTION LENGTH(
001339         FUNCTION TRIM(srec))
001339     PERFORM VARYING kx FROM 1 BY 1
001339         UNTIL kx > flen
001339         COMPUTE sfp = FUNCTION MOD(
001339             sfp * 31 + FUNCTION
001339             ORD(srec(kx:1)), 99999989)
001339     END-PERFORM
001339     COMPUTE sfp = FUNCTION MOD(
001339         sfp * 31 + 10, 99999989).
001340 QUARANTINE-SOURCE.
001350     IF qmkdone = 0
001360         MOVE SPACES TO cmd
001860     STRING lnts x'20' gen-ed x'20'
001870         FUNCTION TRIM(srcname) x'20'
001880         FUNCTION TRIM(outname) x'20'
001890         FUNCTION TRIM(pfword)
001900         INTO linerec
001910     OPEN EXTEND lineage
001920     IF lnfs NOT = '00'
001990     MOVE outname TO gmu-fn
002000     MOVE lnts TO gmu-ts
002010     MOVE ZERO TO gmu-cks
002020     IF pfword = 'PASS' OR pfword = 'REUSED'
002030         MOVE 'P ' TO gmu-st
002040     ELSE
002050         MOVE 'F ' TO gmu-st
002070     CALL 'genmupd' USING gmu-stream gmu-gen
002075         gmu-fn gmu-ts
002080         gmu-cks gmu-fp gmu-st
002085         gmu-bsrc gmu-bcpy
002090         ON EXCEPTION
002100             DISPLAY 'GRACEBAT: genmupd unavailable,'
002110                 ' generation master not updated'
002235*    Called with a full candidate record; an existing record
002240*    under the same stream and generation keeps its
002250*    filename/timestamp/checksum (grace wrote those at run
002260*    time) and only the status byte is restamped. The
002262*    baseline versions the driver was checked against are
002264*    filed with a record it creates.
002270 ENVIRONMENT DIVISION.
002280 INPUT-OUTPUT SECTION.
002290 FILE-CONTROL.
002420     10 gm-cks pic 9(8).
002425     10 gm-fp pic 9(8).
002430     10 gm-st pic x(2).
002432     10 gm-base.
002434         15 gm-bsrc pic 9(4).
002436         15 gm-bcpy pic 9(4).
002438     10 gm-lines pic 9(4).
002440 WORKING-STORAGE SECTION.
002450 01 gmfs pic xx.
002460 LINKAGE SECTION.
002500 01 lk-cks pic 9(8).
002505 01 lk-fp pic 9(8).
002510 01 lk-st pic x(2).
002512 01 lk-bsrc pic 9(4).
002514 01 lk-bcpy pic 9(4).
002520 PROCEDURE DIVISION USING lk-stream lk-gen
002525     lk-fn lk-ts
002530     lk-cks lk-fp lk-st
002535     lk-bsrc lk-bcpy.
002540     OPEN I-O genmast
002542*    create only when the master is absent (status 35); any
002544*    other status must not truncate the keyed history
002690                 MOVE lk-ts TO gm-ts
002700                 MOVE lk-cks TO gm-cks
002705                 MOVE lk-fp TO gm-fp
002706                 MOVE 0 TO gm-lines
002710                 MOVE lk-st TO gm-st
002715                 MOVE lk-bsrc TO gm-bsrc
002716                 MOVE lk-bcpy TO gm-bcpy
002720                 WRITE gmr
002730             NOT INVALID KEY
002740                 MOVE lk-st TO gm-st
002780     END-IF
002790     EXIT PROGRAM.
002800 END PROGRAM genmupd.
002810 IDENTIFICATION DIVISION.
002820 PROGRAM-ID. genmlast.
002830*    The stream's last good generation on Grace_genmast.dat:
002840*    the highest generation whose status is P, with the
002850*    fingerprint and line count grace filed for its kid.
002860*    Reply 0 found, 1 none on file, 2 master unreadable.
002870 ENVIRONMENT DIVISION.
002880 INPUT-OUTPUT SECTION.
002890 FILE-CONTROL.
002900     SELECT genmast ASSIGN TO 'Grace_genmast.dat'
002910     ORGANIZATION IS INDEXED
002920     ACCESS IS DYNAMIC
002930     RECORD KEY IS gm-key
002940     FILE STATUS IS gmfs.
002950 DATA DIVISION.
002960 FILE SECTION.
002970 FD genmast.
002980 01 gmr.
002990     10 gm-key.
003000         15 gm-stream pic x(8).
003010         15 gm-gen pic 9(4).
003020     10 gm-fn pic x(70).
003030     10 gm-ts pic x(21).
003040     10 gm-cks pic 9(8).
003050     10 gm-fp pic 9(8).
003060     10 gm-st pic x(2).
003070     10 gm-base.
003080         15 gm-bsrc pic 9(4).
003090         15 gm-bcpy pic 9(4).
003100     10 gm-lines pic 9(4).
003110 WORKING-STORAGE SECTION.
003120 01 gmfs pic xx.
003130 LINKAGE SECTION.
003140 01 lk-stream pic x(8).
003150 01 lk-gen pic 9(4).
003160 01 lk-fp pic 9(8).
003170 01 lk-lines pic 9(4).
003180 01 lk-reply pic x(1).
003190 PROCEDURE DIVISION USING lk-stream lk-gen
003200     lk-fp lk-lines lk-reply.
003210     MOVE '2' TO lk-reply
003220     MOVE 0 TO lk-gen lk-fp lk-lines
003230     OPEN INPUT genmast
003240     IF gmfs NOT = '00'
003250         EXIT PROGRAM
003260     END-IF
003270     MOVE '1' TO lk-reply
003280     MOVE lk-stream TO gm-stream
003290     MOVE 0 TO gm-gen
003300     START genmast KEY NOT < gm-key
003310         INVALID KEY MOVE '23' TO gmfs
003320     END-START
003330     PERFORM UNTIL gmfs NOT = '00'
003340         READ genmast NEXT RECORD
003350             AT END MOVE '10' TO gmfs
003360             NOT AT END
003370                 IF gm-stream NOT = lk-stream
003380                     MOVE '10' TO gmfs
003390                 ELSE
003400                     IF gm-st = 'P '
003410                         MOVE gm-gen TO lk-gen
003420                         MOVE gm-fp TO lk-fp
003430                         MOVE gm-lines TO lk-lines
003440                         MOVE '0' TO lk-reply
003450                     END-IF
003460                 END-IF
003470         END-READ
003480     END-PERFORM
003490     CLOSE genmast
003500     EXIT PROGRAM.
003510 END PROGRAM genmlast.
