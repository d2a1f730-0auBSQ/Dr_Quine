000000*History inquiry across closed period members. Since PERCLOSE
000001*cuts Audit.log, Grace.log and Grace_lineage.log over to dated
000002*Name_YYYYMM.log members, the current files only hold the
000003*period behind their CARRYFWD record. This inquiry finds the
000004*closed members itself (permlist), walks them oldest first with
000005*the current file last, and returns every matching record as
000006*one result merged in timestamp order. Selection, all
000007*optional: HISTINQ_FROM_DATE / HISTINQ_TO_DATE (YYYYMMDD),
000008*HISTINQ_GEN_FROM / HISTINQ_GEN_TO, HISTINQ_STREAM (default
000009*PROD plus the GRACEBAT run-control STREAM card) and
000010*HISTINQ_PROG (the audit program name; Grace.log records count
000011*as GRACE, lineage records as GRACEBAT). An audit GRACE record
000012*takes the stream and generation of the Grace.log record with
000013*the same timestamp; other audit records carry no generation,
000014*pass any stream selection and fail any generation selection;
000015*an audit GRACE record with no Grace.log twin is left out when
000016*HISTINQ_STREAM is set.
000017*CARRYFWD records are skipped. Every period in the range that
000018*was closed but whose member is no longer on disk is flagged;
000019*months before the oldest member on disk are not checked.
000020*RC 4 when a period member is missing, 8 on a bad selection.
000021 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. histinq.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT logf ASSIGN TO DYNAMIC log-fn
000080     ORGANIZATION IS LINE SEQUENTIAL
000090     FILE STATUS IS lgfs.
000100     SELECT parm ASSIGN TO DYNAMIC parm-fn
000110     ORGANIZATION IS LINE SEQUENTIAL
000120     FILE STATUS IS pmfs.
000130     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000140     ORGANIZATION IS LINE SEQUENTIAL
000150     FILE STATUS IS rfs.
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD logf.
000190 01 logrec pic x(120).
000200 FD parm.
000210 01 card pic x(80).
000220 FD rpt.
000230 01 rline pic x(132).
000240 WORKING-STORAGE SECTION.
000250 01 lgfs pic xx.
000260 01 pmfs pic xx.
000270 01 rfs pic xx.
000280 01 log-fn pic x(70) value space.
000290 01 aud-fn pic x(70) value space.
000300 01 aenv-fn pic x(70) value space.
000310 01 rpt-fn pic x(70) value space.
000320 01 renv-fn pic x(70) value space.
000330 01 parm-fn pic x(70) value 'Gracebat.parm'.
000340 01 penv-fn pic x(70) value space.
000350 01 kw pic x(20) value space.
000360 01 vptr pic 9(4) value 1.
000370 01 fromd pic x(8) value space.
000380 01 tod pic x(8) value space.
000390 01 genv pic x(10) value space.
000400 01 gen-lo pic 9(4) value zero.
000410 01 gen-hi pic 9(4) value 9999.
000420 01 genset pic 9 value zero.
000430 01 senv pic x(8) value space.
000440 01 progsel pic x(8) value space.
000450 01 smtab.
000460     10 sm-nm pic x(8) occurs 10.
000470 01 smmax pic 9(2) value zero.
000480 01 sx pic 9(2).
000485 01 sy pic 9(2).
000490 01 wtok pic x(20) value space.
000500 01 walk-base pic x(70) value space.
000510 01 walk-kind pic x(1) value space.
000520 01 walk-stream pic x(8) value space.
000530 01 walk-per pic x(7) value space.
000540 01 cf-per pic x(6) value space.
000550 01 memct pic 9(3) value zero.
000560 01 memtab.
000570     10 mement occurs 240.
000580         15 mem-per pic x(6).
000590         15 mem-fn pic x(70).
000600 01 mx pic 9(3).
000610 01 ts-fld pic x(21) value space.
000620 01 f2 pic x(40) value space.
000630 01 f3 pic x(70) value space.
000640 01 f4 pic x(40) value space.
000650 01 f5 pic x(40) value space.
000660 01 gtab.
000670     10 gent occurs 4000.
000680         15 g-ts pic x(21).
000690         15 g-stream pic x(8).
000700         15 g-gen pic 9(4).
000710 01 gmax pic 9(4) value zero.
000720 01 gx pic 9(4).
000730 01 htab.
000740     10 hent occurs 4000.
000750         15 h-ts pic x(21).
000760         15 h-log pic x(8).
000770         15 h-stream pic x(8).
000780         15 h-gen pic 9(4).
000790         15 h-per pic x(7).
000800         15 h-text pic x(98).
000810 01 hmax pic 9(4) value zero.
000820 01 hx pic 9(4).
000830 01 hpos pic 9(4).
000840 01 trunc pic 9 value zero.
000850 01 rec-strm pic x(8) value space.
000860 01 rec-gen pic 9(4) value zero.
000870 01 rec-prog pic x(8) value space.
000880 01 rec-log pic x(8) value space.
000890 01 lastcl pic x(6) value space.
000900 01 per-lo pic x(6) value space.
000910 01 per-hi pic x(6) value space.
000920 01 per-wk pic x(6) value space.
000930 01 yy pic 9(4) value zero.
000940 01 mm pic 9(2) value zero.
000950 01 found pic 9 value zero.
000960 01 missct pic 9(4) value zero.
000970 01 miss-fn pic x(70) value space.
000980 01 fnlen pic 9(3) value zero.
000990 01 gen-ed pic z(3)9 blank when zero.
001000 01 num-ed pic z(4)9.
001010 01 num-ed2 pic z(4)9.
001020 01 pln pic x(132) value space.
001030 PROCEDURE DIVISION.
001040     ACCEPT aenv-fn FROM ENVIRONMENT
001050         'AUDIT_LOG_FILE'
001060     IF aenv-fn NOT = SPACES
001070         MOVE aenv-fn TO aud-fn
001080     ELSE
001090         MOVE 'Audit.log' TO aud-fn
001100     END-IF
001110     ACCEPT renv-fn FROM ENVIRONMENT
001120         'HISTINQ_OUT_FILE'
001130     IF renv-fn NOT = SPACES
001140         MOVE renv-fn TO rpt-fn
001150     ELSE
001160         MOVE 'Histinq.rpt' TO rpt-fn
001170     END-IF
001180     PERFORM GET-SELECTION
001190     OPEN OUTPUT rpt
001200     IF rfs NOT = '00'
001210         DISPLAY 'HISTINQ: cannot open '
001220             FUNCTION TRIM(rpt-fn) ' status ' rfs
001230         MOVE 8 TO RETURN-CODE
001240         STOP RUN
001250     END-IF
001260     MOVE 'HISTINQ  HISTORY INQUIRY ACROSS PERIOD MEMBERS'
001270         TO rline
001280     WRITE rline
001290     PERFORM SHOW-SELECTION
001300     PERFORM PUT-LINE
001310     MOVE 'LOGS READ' TO pln
001320     PERFORM PUT-LINE
001330*    Grace.log first: its timestamps place the audit GRACE
001340*    records on a stream and generation
001350     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > smmax
001360         MOVE sm-nm(sx) TO walk-stream
001370         MOVE SPACES TO walk-base
001380         IF sm-nm(sx) = 'PROD'
001390             MOVE 'Grace.log' TO walk-base
001400         ELSE
001410             STRING 'Grace_' FUNCTION TRIM(sm-nm(sx))
001420                 '.log' INTO walk-base
001430         END-IF
001440         MOVE 'G' TO walk-kind
001450         PERFORM READ-LOGSET
001460         MOVE SPACES TO walk-base
001470         IF sm-nm(sx) = 'PROD'
001480             MOVE 'Grace_lineage.log' TO walk-base
001490         ELSE
001500             STRING 'Grace_lineage_'
001510                 FUNCTION TRIM(sm-nm(sx)) '.log'
001520                 INTO walk-base
001530         END-IF
001540         MOVE 'L' TO walk-kind
001550         PERFORM READ-LOGSET
001560     END-PERFORM
001570     MOVE SPACES TO walk-stream
001580     MOVE aud-fn TO walk-base
001590     MOVE 'A' TO walk-kind
001600     PERFORM READ-LOGSET
001610     PERFORM PUT-LINE
001620     PERFORM PRINT-HITS
001630     CLOSE rpt
001640     DISPLAY 'HISTINQ: ' hmax ' record(s) matched, '
001650         missct ' missing period member(s)'
001660     DISPLAY 'HISTINQ: report written to '
001670         FUNCTION TRIM(rpt-fn)
001680     IF missct > 0
001690         MOVE 4 TO RETURN-CODE
001700     END-IF
001710     STOP RUN.
001720 PUT-LINE.
001730     WRITE rline FROM pln
001740     MOVE SPACES TO pln.
001750 GET-SELECTION.
001760     ACCEPT fromd FROM ENVIRONMENT
001770         'HISTINQ_FROM_DATE'
001780     ACCEPT tod FROM ENVIRONMENT
001790         'HISTINQ_TO_DATE'
001800     IF (fromd NOT = SPACES AND fromd NOT NUMERIC) OR
001810        (tod NOT = SPACES AND tod NOT NUMERIC)
001820         DISPLAY 'HISTINQ: dates must be YYYYMMDD'
001830         MOVE 8 TO RETURN-CODE
001840         STOP RUN
001850     END-IF
001860     IF tod = SPACES
001870         MOVE '99999999' TO tod
001880     END-IF
001890     IF fromd = SPACES
001900         MOVE '00000000' TO fromd
001910     END-IF
001920     ACCEPT genv FROM ENVIRONMENT
001930         'HISTINQ_GEN_FROM'
001940     IF genv NOT = SPACES
001950         IF FUNCTION NUMVAL(genv) < 1 OR
001960            FUNCTION NUMVAL(genv) > 9999
001970             DISPLAY 'HISTINQ: invalid HISTINQ_GEN_FROM '''
001980                 FUNCTION TRIM(genv) ''''
001990             MOVE 8 TO RETURN-CODE
002000             STOP RUN
002010         END-IF
002020         COMPUTE gen-lo = FUNCTION NUMVAL(genv)
002030         MOVE 1 TO genset
002040     END-IF
002050     MOVE SPACES TO genv
002060     ACCEPT genv FROM ENVIRONMENT
002070         'HISTINQ_GEN_TO'
002080     IF genv NOT = SPACES
002090         IF FUNCTION NUMVAL(genv) < 1 OR
002100            FUNCTION NUMVAL(genv) > 9999
002110             DISPLAY 'HISTINQ: invalid HISTINQ_GEN_TO '''
002120                 FUNCTION TRIM(genv) ''''
002130             MOVE 8 TO RETURN-CODE
002140             STOP RUN
002150         END-IF
002160         COMPUTE gen-hi = FUNCTION NUMVAL(genv)
002170         MOVE 1 TO genset
002180     END-IF
002190     ACCEPT progsel FROM ENVIRONMENT
002200         'HISTINQ_PROG'
002210     MOVE FUNCTION UPPER-CASE(progsel) TO progsel
002220     ACCEPT senv FROM ENVIRONMENT
002230         'HISTINQ_STREAM'
002240     IF senv NOT = SPACES
002250         MOVE 1 TO smmax
002260         MOVE senv TO sm-nm(1)
002270         EXIT PARAGRAPH
002280     END-IF
002290     MOVE 1 TO smmax
002300     MOVE 'PROD' TO sm-nm(1)
002310     ACCEPT penv-fn FROM ENVIRONMENT
002320         'GRACEBAT_PARM_FILE'
002330     IF penv-fn NOT = SPACES
002340         MOVE penv-fn TO parm-fn
002350     END-IF
002360     OPEN INPUT parm
002370     IF pmfs = '00'
002380         PERFORM UNTIL pmfs = '10'
002390             READ parm
002400                 AT END MOVE '10' TO pmfs
002410                 NOT AT END PERFORM SCAN-CARD
002420             END-READ
002430         END-PERFORM
002440         CLOSE parm
002450     END-IF.
002460 SCAN-CARD.
002470     IF card = SPACES OR card(1:1) = '*'
002480         EXIT PARAGRAPH
002490     END-IF
002500     MOVE SPACES TO kw
002510     MOVE 1 TO vptr
002520     UNSTRING card DELIMITED BY '='
002530         INTO kw WITH POINTER vptr
002540     IF kw = 'STREAM' AND vptr <= 80
002550         MOVE FUNCTION TRIM(card(vptr:)) TO wtok
002560         IF wtok NOT = SPACES AND wtok NOT = 'PROD' AND
002570            FUNCTION LENGTH(FUNCTION TRIM(wtok)) <= 8
002580             MOVE 2 TO smmax
002590             MOVE wtok TO sm-nm(2)
002600         END-IF
002610     END-IF.
002620 SHOW-SELECTION.
002630     STRING 'DATES ' fromd ' THRU ' tod INTO pln
002640     PERFORM PUT-LINE
002650     IF genset = 1
002660         STRING 'GENERATIONS ' gen-lo ' THRU ' gen-hi
002670             INTO pln
002680     ELSE
002690         MOVE 'GENERATIONS ALL' TO pln
002700     END-IF
002710     PERFORM PUT-LINE
002720     MOVE 'STREAM(S)' TO pln
002730     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > smmax
002740         STRING FUNCTION TRIM(pln) ' ' sm-nm(sx)
002750             DELIMITED BY SIZE INTO pln
002760     END-PERFORM
002770     PERFORM PUT-LINE
002780     IF progsel = SPACES
002790         MOVE 'PROGRAM ALL' TO pln
002800     ELSE
002810         STRING 'PROGRAM ' progsel INTO pln
002820     END-IF
002830     PERFORM PUT-LINE.
002832*    closed members oldest first, then the current file. A
002834*    member holds whatever the file held when PERCLOSE cut it,
002836*    which can run past its period, so every member is read and
002840*    the record timestamps do the selecting
002850 READ-LOGSET.
002860     MOVE 0 TO memct
002870     MOVE SPACES TO cf-per
002880     CALL 'permlist' USING walk-base memct memtab
002890         ON EXCEPTION
002900             MOVE 0 TO memct
002910             MOVE ' WARNING: PERIOD MEMBER LIST UNAVAILABLE, '
002920                 & 'CURRENT FILE ONLY' TO pln
002930             PERFORM PUT-LINE
002940     END-CALL
002950     PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > memct
002960         MOVE mem-per(mx) TO walk-per
002990         MOVE mem-fn(mx) TO log-fn
003000         PERFORM READ-ONE-LOG
003020     END-PERFORM
003030     MOVE 'CURRENT' TO walk-per
003040     MOVE walk-base TO log-fn
003050     PERFORM READ-ONE-LOG
003060     MOVE memct TO num-ed
003070     STRING ' ' walk-base(1:30) num-ed
003080         ' PERIOD MEMBER(S) ON DISK + CURRENT' INTO pln
003090     PERFORM PUT-LINE
003100     PERFORM CHECK-PERIODS.
003110 READ-ONE-LOG.
003120     OPEN INPUT logf
003130     IF lgfs NOT = '00'
003140         EXIT PARAGRAPH
003150     END-IF
003160     PERFORM UNTIL lgfs = '10'
003170         READ logf
003180             AT END MOVE '10' TO lgfs
003190             NOT AT END PERFORM TAKE-LOGREC
003200         END-READ
003210     END-PERFORM
003220     CLOSE logf.
003230 TAKE-LOGREC.
003240     MOVE SPACES TO ts-fld f2 f3 f4 f5
003250     UNSTRING logrec DELIMITED BY ALL ' '
003260         INTO ts-fld f2 f3 f4 f5
003270*    the carry-forward names the last closed period
003280     IF ts-fld = 'CARRYFWD'
003290         PERFORM TAKE-CARRYFWD
003300         EXIT PARAGRAPH
003310     END-IF
003320     IF ts-fld = SPACES OR ts-fld(1:8) NOT NUMERIC
003330         EXIT PARAGRAPH
003340     END-IF
003350     MOVE walk-stream TO rec-strm
003360     MOVE 0 TO rec-gen
003370     EVALUATE walk-kind
003380         WHEN 'G'
003390             MOVE 'GRACELOG' TO rec-log
003400             MOVE 'GRACE' TO rec-prog
003410             IF f2(1:1) >= '0' AND f2(1:1) <= '9'
003420                 COMPUTE rec-gen = FUNCTION NUMVAL(f2)
003430             END-IF
003440             IF gmax < 4000
003450                 ADD 1 TO gmax
003460                 MOVE ts-fld TO g-ts(gmax)
003470                 MOVE walk-stream TO g-stream(gmax)
003480                 MOVE rec-gen TO g-gen(gmax)
003490             END-IF
003500         WHEN 'L'
003510             MOVE 'LINEAGE' TO rec-log
003520             MOVE 'GRACEBAT' TO rec-prog
003530             IF f2(1:1) >= '0' AND f2(1:1) <= '9'
003540                 COMPUTE rec-gen = FUNCTION NUMVAL(f2)
003550             END-IF
003560         WHEN 'A'
003570             MOVE 'AUDIT' TO rec-log
003580             MOVE f2 TO rec-prog
003590             IF f2 = 'GRACE'
003600                 PERFORM ATTRIBUTE-GRACE
003610             END-IF
003620     END-EVALUATE
003630     PERFORM SELECT-RECORD.
003640 TAKE-CARRYFWD.
003650     EVALUATE walk-kind
003660         WHEN 'G'
003670             MOVE f5(1:6) TO cf-per
003680         WHEN 'L'
003690             MOVE f3(1:6) TO cf-per
003700         WHEN 'A'
003710             MOVE f3(1:6) TO cf-per
003720     END-EVALUATE.
003730 ATTRIBUTE-GRACE.
003740     MOVE SPACES TO rec-strm
003750     PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > gmax
003760         IF g-ts(gx) = ts-fld
003770             MOVE g-stream(gx) TO rec-strm
003780             MOVE g-gen(gx) TO rec-gen
003790             MOVE gmax TO gx
003800         END-IF
003810     END-PERFORM.
003820 SELECT-RECORD.
003830     IF ts-fld(1:8) < fromd OR ts-fld(1:8) > tod
003840         EXIT PARAGRAPH
003850     END-IF
003860     IF progsel NOT = SPACES AND rec-prog NOT = progsel
003870         EXIT PARAGRAPH
003880     END-IF
003890     IF genset = 1 AND
003900        (rec-gen = 0 OR rec-gen < gen-lo OR rec-gen > gen-hi)
003910         EXIT PARAGRAPH
003920     END-IF
003922*    an audit GRACE record with no Grace.log twin could be from
003924*    any stream, so an explicit stream selection leaves it out
003926     IF senv NOT = SPACES AND rec-strm = SPACES AND
003927        rec-prog = 'GRACE'
003928         EXIT PARAGRAPH
003929     END-IF
003930     IF rec-strm NOT = SPACES
003940         PERFORM VARYING sy FROM 1 BY 1 UNTIL sy > smmax
003950             IF sm-nm(sy) = rec-strm
003960                 MOVE 90 TO sy
003970             END-IF
003980         END-PERFORM
003990         IF sy < 90
004000             EXIT PARAGRAPH
004010         END-IF
004020     END-IF
004030     PERFORM ADD-HIT.
004040*    stable insert in timestamp order: a record lands after
004050*    every earlier-or-equal one already held
004060 ADD-HIT.
004070     IF hmax >= 4000
004080         MOVE 1 TO trunc
004090         EXIT PARAGRAPH
004100     END-IF
004110     ADD 1 TO hmax
004120     MOVE hmax TO hpos
004130     PERFORM UNTIL hpos = 1
004140         IF h-ts(hpos - 1) <= ts-fld
004150             EXIT PERFORM
004160         END-IF
004170         MOVE hent(hpos - 1) TO hent(hpos)
004180         SUBTRACT 1 FROM hpos
004190     END-PERFORM
004200     MOVE ts-fld TO h-ts(hpos)
004210     MOVE rec-log TO h-log(hpos)
004220     MOVE rec-strm TO h-stream(hpos)
004230     MOVE rec-gen TO h-gen(hpos)
004240     MOVE walk-per TO h-per(hpos)
004250     MOVE logrec(23:98) TO h-text(hpos).
004260*    every month from the start of the range to the last
004270*    closed period must have a member on disk; months after
004275*    the last close live in the current file, and nothing is
004280*    expected before the oldest member permlist found
004290 CHECK-PERIODS.
004300     MOVE cf-per TO lastcl
004310     IF memct > 0 AND mem-per(memct) > lastcl
004320         MOVE mem-per(memct) TO lastcl
004330     END-IF
004340     IF lastcl = SPACES OR lastcl NOT NUMERIC
004350         EXIT PARAGRAPH
004360     END-IF
004370     IF fromd = '00000000'
004380         IF memct = 0
004390             EXIT PARAGRAPH
004400         END-IF
004410         MOVE mem-per(1) TO per-lo
004420     ELSE
004430         MOVE fromd(1:6) TO per-lo
004440     END-IF
004442     IF memct > 0 AND per-lo < mem-per(1)
004444         MOVE mem-per(1) TO per-lo
004446     END-IF
004447     IF memct = 0 AND per-lo < lastcl
004448         MOVE lastcl TO per-lo
004449     END-IF
004450     MOVE lastcl TO per-hi
004460     IF tod(1:6) < per-hi
004470         MOVE tod(1:6) TO per-hi
004480     END-IF
004490     MOVE per-lo TO per-wk
004500     COMPUTE yy = FUNCTION NUMVAL(per-wk(1:4))
004510     COMPUTE mm = FUNCTION NUMVAL(per-wk(5:2))
004520     PERFORM UNTIL per-wk > per-hi
004530         MOVE 0 TO found
004540         PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > memct
004550             IF mem-per(mx) = per-wk
004560                 MOVE 1 TO found
004570             END-IF
004580         END-PERFORM
004590         IF found = 0
004600             PERFORM FLAG-MISSING
004610         END-IF
004620         IF mm = 12
004630             ADD 1 TO yy
004640             MOVE 1 TO mm
004650         ELSE
004660             ADD 1 TO mm
004670         END-IF
004680         MOVE SPACES TO per-wk
004690         STRING yy mm INTO per-wk
004700     END-PERFORM.
004710 FLAG-MISSING.
004720     ADD 1 TO missct
004730     MOVE SPACES TO miss-fn
004740     COMPUTE fnlen =
004750         FUNCTION LENGTH(FUNCTION TRIM(walk-base))
004760     IF fnlen > 4 AND walk-base(fnlen - 3:4) = '.log'
004770         STRING walk-base(1:fnlen - 4) '_' per-wk '.log'
004780             INTO miss-fn
004790     ELSE
004800         STRING FUNCTION TRIM(walk-base) '_' per-wk
004810             INTO miss-fn
004820     END-IF
004830     STRING ' *MISSING* PERIOD ' per-wk ' CLOSED BUT '
004840         FUNCTION TRIM(miss-fn) ' IS NOT ON DISK' INTO pln
004850     PERFORM PUT-LINE.
004860 PRINT-HITS.
004870     MOVE 'DATE/TIME      LOG      STREAM    GEN PERIOD  RECORD'
004880         TO pln
004890     PERFORM PUT-LINE
004900     MOVE ALL '-' TO rline(1:100)
004910     WRITE rline
004920     PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > hmax
004960         MOVE h-gen(hx) TO gen-ed
004980         STRING h-ts(hx)(1:14) ' ' h-log(hx) ' '
004990             h-stream(hx) ' ' gen-ed ' ' h-per(hx) ' '
005000             FUNCTION TRIM(h-text(hx)) INTO pln
005010         PERFORM PUT-LINE
005020     END-PERFORM
005030     PERFORM PUT-LINE
005040     IF hmax = 0
005050         MOVE 'NO RECORDS MATCHED THE SELECTION' TO pln
005060         PERFORM PUT-LINE
005070     END-IF
005080     IF trunc = 1
005090         MOVE 'WARNING: MATCHES PAST 4000 RECORDS WERE NOT '
005100             & 'SHOWN; NARROW THE SELECTION' TO pln
005110         PERFORM PUT-LINE
005120     END-IF
005130     MOVE hmax TO num-ed
005140     MOVE missct TO num-ed2
005150     STRING num-ed ' RECORD(S) MATCHED, ' num-ed2
005160         ' MISSING PERIOD MEMBER(S)' INTO pln
005170     PERFORM PUT-LINE.
005180 END PROGRAM histinq.
