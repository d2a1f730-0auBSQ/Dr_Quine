000000*Daily run-calendar exception run. NVERDICT only judges a night
000001*that ran; this step checks the Grace_runcal.dat calendar
000002*against the evidence that each expected run actually
000003*happened on the business date: Grace_runstat.dat run history
000004*(COLLEEN, GRACE and QUINCERT stand for the GRACEJOB night,
000005*other programs for themselves), the Audit.log records (COLLEEN
000006*and GRACE for GRACEJOB, PERCLOSE's cutover records), the
000007*Grace_health.dat verdict NVERDICT files as the night's last
000008*step, and each calendar stream's GRACEBAT lineage log. A
000009*business date runs from RUNEXC_DAY_START (HHMM, default 0600)
000010*to the same time next morning, so a night that spills past
000011*midnight still belongs to the date it started on; for six
000012*hours after that a run already going carries on there rather
000013*than counting on the next date. Closed
000014*period members from the business date's month onward are read
000015*through permlist ahead of the current files. Each expected run
000016*is reported ON TIME, LATE (ended after its latest completion
000017*time), PENDING (not seen and not yet due), EXCUSED (not seen,
000018*inside a maintenance window for the job) or MISSED; a run of a
000019*calendar job with no entry for the date, on a holiday or
000020*inside a maintenance window is UNSCHEDULED. RUNEXC_DATE
000021*(YYYYMMDD) selects the business date, default yesterday. The
000022*return code is the scheduler branch: 8 any MISSED, 4 any LATE
000023*or UNSCHEDULED or no calendar for the date, 0 otherwise.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. runexc.
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT runcal ASSIGN TO 'Grace_runcal.dat'
000090     ORGANIZATION IS INDEXED
000100     ACCESS IS SEQUENTIAL
000110     RECORD KEY IS rc-key
000120     FILE STATUS IS rcfs.
000130     SELECT rstat ASSIGN TO 'Grace_runstat.dat'
000140     ORGANIZATION IS INDEXED
000150     ACCESS IS SEQUENTIAL
000160     RECORD KEY IS st-key
000170     FILE STATUS IS stfs.
000180     SELECT health ASSIGN TO 'Grace_health.dat'
000190     ORGANIZATION IS INDEXED
000200     ACCESS IS SEQUENTIAL
000210     RECORD KEY IS hl-date
000220     FILE STATUS IS hlfs.
000230     SELECT logf ASSIGN TO DYNAMIC log-fn
000240     ORGANIZATION IS LINE SEQUENTIAL
000250     FILE STATUS IS lgfs.
000260     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000270     ORGANIZATION IS LINE SEQUENTIAL
000280     FILE STATUS IS rfs.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD runcal.
000320 01 rcr.
000330     10 rc-key.
000340         15 rc-date pic 9(8).
000350         15 rc-job pic x(8).
000360         15 rc-stream pic x(8).
000370     10 rc-kind pic x(1).
000380     10 rc-due-off pic 9(1).
000390     10 rc-due pic 9(4).
000400     10 rc-from pic 9(4).
000410     10 rc-to pic 9(4).
000420     10 rc-desc pic x(30).
000430     10 rc-ts pic x(21).
000440     10 rc-by pic x(8).
000450 FD rstat.
000460 01 str.
000470     10 st-key.
000480         15 st-prog pic x(8).
000490         15 st-start pic x(21).
000500     10 st-end pic x(21).
000510     10 st-elap pic 9(7).
000520     10 st-recs pic 9(7).
000530     10 st-rc pic 9(4).
000535     10 st-saved pic 9(7).
000540 FD health.
000550 01 hlr.
000560     10 hl-date pic 9(8).
000570     10 hl-verdict pic x(8).
000580     10 hl-cruns pic 9(4).
000590     10 hl-gruns pic 9(4).
000600     10 hl-alerts pic 9(4).
000610     10 hl-cksfail pic 9(4).
000620     10 hl-qcert pic x(8).
000630     10 hl-ts pic x(21).
000640 FD logf.
000650 01 logrec pic x(120).
000660 FD rpt.
000670 01 rline pic x(132).
000680 WORKING-STORAGE SECTION.
000690 01 rcfs pic xx.
000700 01 stfs pic xx.
000710 01 hlfs pic xx.
000720 01 lgfs pic xx.
000730 01 rfs pic xx.
000740 01 log-fn pic x(70) value space.
000750 01 aud-fn pic x(70) value space.
000760 01 aenv-fn pic x(70) value space.
000770 01 rpt-fn pic x(70) value space.
000780 01 renv-fn pic x(70) value space.
000790 01 denv pic x(10) value space.
000800 01 senv pic x(10) value space.
000810 01 rts pic x(21).
000820 01 now-ts pic x(12) value space.
000830 01 bus-d pic 9(8) value zero.
000840 01 next-d pic 9(8) value zero.
000850 01 prev-d pic 9(8) value zero.
000860 01 day-start pic 9(4) value 0600.
000870 01 day-i pic 9(7) value zero.
000880*    the business date's window, YYYYMMDDHHMM
000890 01 win-lo pic x(12) value space.
000900 01 win-hi pic x(12) value space.
000910*    a night still running at the day start continues into the
000920*    next six hours; records there extend a run already seen
000930 01 tail-hi pic x(12) value space.
000940*    and the same six hours at the start of the business date
000950*    may still be the previous date's run: prev-lo opens that
000960*    date's window so its runs can be recognised
000970 01 head-hi pic x(12) value space.
000980 01 prev-lo pic x(12) value space.
000990 01 tail-hhmm pic 9(4) value zero.
001000 01 chk-ts pic x(12) value space.
001010 01 inwin pic 9 value zero.
001020 01 ymd-x pic x(8) value space.
001030 01 hhmm-x pic x(4) value space.
001040 01 walk-base pic x(70) value space.
001050 01 walk-kind pic x(1) value space.
001060 01 walk-strm pic x(8) value space.
001070 01 memct pic 9(3) value zero.
001080 01 memtab.
001090     10 mement occurs 240.
001100         15 mem-per pic x(6).
001110         15 mem-fn pic x(70).
001120 01 mx pic 9(3).
001130 01 ts-fld pic x(21) value space.
001140 01 f2 pic x(40) value space.
001150 01 f3 pic x(70) value space.
001160 01 f4 pic x(70) value space.
001170 01 f5 pic x(40) value space.
001180 01 f6 pic x(40) value space.
001190*    calendar jobs seen on any date; runs of other programs are
001200*    not the calendar's business and are never flagged
001210 01 kjtab.
001220     10 kj-job pic x(8) occurs 50.
001230 01 kjmax pic 9(2) value zero.
001240 01 kx pic 9(2).
001250 01 known pic 9 value zero.
001260*    the business date's expected runs
001270 01 xtab.
001280     10 xent occurs 60.
001290         15 x-job pic x(8).
001300         15 x-stream pic x(8).
001310         15 x-off pic 9(1).
001320         15 x-due pic 9(4).
001330         15 x-due-ts pic x(12).
001340         15 x-stat pic x(11).
001350         15 x-vx pic 9(3).
001360 01 xmax pic 9(2) value zero.
001370 01 xx pic 9(2).
001380 01 holiday pic 9 value zero.
001390 01 hol-desc pic x(30) value space.
001400*    the business date's maintenance windows
001410 01 mtab.
001420     10 ment occurs 20.
001430         15 m-for pic x(8).
001440         15 m-from pic 9(4).
001450         15 m-to pic 9(4).
001460         15 m-lo pic x(12).
001470         15 m-hi pic x(12).
001480         15 m-desc pic x(30).
001490 01 mmax pic 9(2) value zero.
001500 01 mx2 pic 9(2).
001510 01 inmaint pic 9 value zero.
001520*    lineage streams to read: the calendar's GRACEBAT streams
001530*    and PROD
001540 01 stab.
001550     10 s-name pic x(8) occurs 20.
001560 01 smax pic 9(2) value zero.
001570 01 sx pic 9(2).
001580*    evidence that a job ran in the window, one per job+stream
001590 01 vtab.
001600     10 vent occurs 200.
001610         15 v-job pic x(8).
001620         15 v-stream pic x(8).
001630         15 v-first pic x(12).
001640         15 v-last pic x(12).
001650         15 v-src pic x(8).
001660         15 v-rc pic 9(4).
001670         15 v-match pic 9.
001680         15 v-tail pic 9.
001690 01 vmax pic 9(3) value zero.
001700 01 vx pic 9(3).
001710 01 vy pic 9(3).
001720 01 new-job pic x(8) value space.
001730 01 new-stream pic x(8) value space.
001740 01 new-first pic x(12) value space.
001750 01 new-last pic x(12) value space.
001760 01 new-src pic x(8) value space.
001770 01 new-rc pic 9(4) value zero.
001780 01 new-tail pic 9 value zero.
001790 01 found pic 9 value zero.
001800 01 ontct pic 9(3) value zero.
001810 01 latect pic 9(3) value zero.
001820 01 missct pic 9(3) value zero.
001830 01 pendct pic 9(3) value zero.
001840 01 excct pic 9(3) value zero.
001850 01 unsct pic 9(3) value zero.
001860 01 why-wk pic x(30) value space.
001870 01 due-ed pic x(13) value space.
001880 01 first-ed pic x(13) value space.
001890 01 last-ed pic x(13) value space.
001900 01 pln pic x(132) value spaces.
001910 PROCEDURE DIVISION.
001920     ACCEPT aenv-fn FROM ENVIRONMENT
001930         'AUDIT_LOG_FILE'
001940     IF aenv-fn NOT = SPACES
001950         MOVE aenv-fn TO aud-fn
001960     ELSE
001970         MOVE 'Audit.log' TO aud-fn
001980     END-IF
001990     ACCEPT renv-fn FROM ENVIRONMENT
002000         'RUNEXC_OUT_FILE'
002010     IF renv-fn NOT = SPACES
002020         MOVE renv-fn TO rpt-fn
002030     ELSE
002040         MOVE 'Runexc.rpt' TO rpt-fn
002050     END-IF
002060     MOVE FUNCTION CURRENT-DATE TO rts
002070     MOVE rts(1:12) TO now-ts
002080     ACCEPT senv FROM ENVIRONMENT
002090         'RUNEXC_DAY_START'
002100     IF senv NOT = SPACES
002110         IF senv(1:4) NOT NUMERIC OR senv(5:1) NOT = SPACE
002120            OR senv(1:2) > '23' OR senv(3:2) > '59'
002130             DISPLAY 'RUNEXC: invalid RUNEXC_DAY_START '
002140                 '''' FUNCTION TRIM(senv) ''''
002150             MOVE 8 TO RETURN-CODE
002160             STOP RUN
002170         END-IF
002180         MOVE senv(1:4) TO day-start
002190     END-IF
002200     ACCEPT denv FROM ENVIRONMENT
002210         'RUNEXC_DATE'
002220     IF denv NOT = SPACES
002230         IF FUNCTION LENGTH(FUNCTION TRIM(denv))
002240            NOT = 8 OR denv(1:8) NOT NUMERIC
002250             DISPLAY 'RUNEXC: invalid RUNEXC_DATE '
002260                 '''' FUNCTION TRIM(denv) ''''
002270             MOVE 8 TO RETURN-CODE
002280             STOP RUN
002290         END-IF
002300         MOVE denv(1:8) TO bus-d
002310         IF FUNCTION TEST-DATE-YYYYMMDD(bus-d) NOT = 0
002320             DISPLAY 'RUNEXC: invalid RUNEXC_DATE ' bus-d
002330             MOVE 8 TO RETURN-CODE
002340             STOP RUN
002350         END-IF
002360     ELSE
002370         COMPUTE day-i = FUNCTION INTEGER-OF-DATE
002380             (FUNCTION NUMVAL(rts(1:8))) - 1
002390         COMPUTE bus-d = FUNCTION DATE-OF-INTEGER(day-i)
002400     END-IF
002410     COMPUTE day-i = FUNCTION INTEGER-OF-DATE(bus-d) + 1
002420     COMPUTE next-d = FUNCTION DATE-OF-INTEGER(day-i)
002430     MOVE bus-d TO ymd-x
002440     MOVE day-start TO hhmm-x
002450     STRING ymd-x hhmm-x DELIMITED BY SIZE INTO win-lo
002460     MOVE next-d TO ymd-x
002470     STRING ymd-x hhmm-x DELIMITED BY SIZE INTO win-hi
002480     COMPUTE tail-hhmm = day-start + 600
002490     IF tail-hhmm > 2359
002500         MOVE 2359 TO tail-hhmm
002510     END-IF
002520     MOVE tail-hhmm TO hhmm-x
002530     STRING ymd-x hhmm-x DELIMITED BY SIZE INTO tail-hi
002540     MOVE bus-d TO ymd-x
002550     STRING ymd-x hhmm-x DELIMITED BY SIZE INTO head-hi
002560     COMPUTE day-i = FUNCTION INTEGER-OF-DATE(bus-d) - 1
002570     COMPUTE prev-d = FUNCTION DATE-OF-INTEGER(day-i)
002580     MOVE prev-d TO ymd-x
002590     MOVE day-start TO hhmm-x
002600     STRING ymd-x hhmm-x DELIMITED BY SIZE INTO prev-lo
002610     PERFORM LOAD-CALENDAR
002620     MOVE 'PROD' TO new-stream
002630     PERFORM ADD-STREAM
002640     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > smax
002650         MOVE s-name(sx) TO walk-strm
002660         IF walk-strm = 'PROD'
002670             MOVE 'Grace_lineage.log' TO walk-base
002680         ELSE
002690             MOVE SPACES TO walk-base
002700             STRING 'Grace_lineage_' FUNCTION TRIM(walk-strm)
002710                 '.log' DELIMITED BY SIZE INTO walk-base
002720         END-IF
002730         MOVE 'L' TO walk-kind
002740         PERFORM READ-LOGSET
002750     END-PERFORM
002760     MOVE aud-fn TO walk-base
002770     MOVE 'A' TO walk-kind
002780     PERFORM READ-LOGSET
002790     PERFORM READ-RUNSTAT
002800     PERFORM READ-HEALTH
002810     PERFORM MERGE-TAIL
002820     PERFORM JUDGE-EXPECTED
002830     PERFORM JUDGE-UNSCHEDULED
002840     PERFORM PRINT-REPORT
002850     DISPLAY 'RUNEXC: ' bus-d ' EXPECTED ' xmax ' ON TIME '
002860         ontct ' LATE ' latect ' MISSED ' missct ' PENDING '
002870         pendct ' EXCUSED ' excct ' UNSCHEDULED ' unsct
002880     IF missct > 0
002890         MOVE 8 TO RETURN-CODE
002900     ELSE
002910         IF latect > 0 OR unsct > 0 OR
002920            (xmax = 0 AND holiday = 0)
002930             MOVE 4 TO RETURN-CODE
002940         END-IF
002950     END-IF
002960     STOP RUN.
002970 PUT-LINE.
002980     WRITE rline FROM pln
002990     MOVE SPACES TO pln.
003000*    one pass over the calendar: the jobs it knows about, and
003010*    the business date's runs, holiday and maintenance windows
003020 LOAD-CALENDAR.
003030     OPEN INPUT runcal
003040     IF rcfs NOT = '00'
003050         DISPLAY 'RUNEXC: no run calendar, Grace_runcal.dat '
003060             'status ' rcfs
003070         EXIT PARAGRAPH
003080     END-IF
003090     PERFORM UNTIL rcfs NOT = '00'
003100         READ runcal NEXT RECORD
003110             AT END MOVE '10' TO rcfs
003120             NOT AT END PERFORM TAKE-CALENDAR
003130         END-READ
003140     END-PERFORM
003150     CLOSE runcal.
003160 TAKE-CALENDAR.
003170     IF rc-kind = 'R'
003180         MOVE 0 TO known
003190         PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > kjmax
003200             IF kj-job(kx) = rc-job
003210                 MOVE 1 TO known
003220             END-IF
003230         END-PERFORM
003240         IF known = 0 AND kjmax < 50
003250             ADD 1 TO kjmax
003260             MOVE rc-job TO kj-job(kjmax)
003270         END-IF
003280     END-IF
003290     IF rc-date NOT = bus-d
003300         EXIT PARAGRAPH
003310     END-IF
003320     EVALUATE rc-kind
003330         WHEN 'H'
003340             MOVE 1 TO holiday
003350             MOVE rc-desc TO hol-desc
003360         WHEN 'M'
003370             IF mmax < 20
003380                 ADD 1 TO mmax
003390                 MOVE rc-stream TO m-for(mmax)
003400                 MOVE rc-from TO m-from(mmax)
003410                 MOVE rc-to TO m-to(mmax)
003420                 MOVE rc-desc TO m-desc(mmax)
003430                 MOVE bus-d TO ymd-x
003440                 MOVE rc-from TO hhmm-x
003450                 STRING ymd-x hhmm-x DELIMITED BY SIZE
003460                     INTO m-lo(mmax)
003470                 IF rc-to < rc-from
003480                     MOVE next-d TO ymd-x
003490                 END-IF
003500                 MOVE rc-to TO hhmm-x
003510                 STRING ymd-x hhmm-x DELIMITED BY SIZE
003520                     INTO m-hi(mmax)
003530             END-IF
003540         WHEN OTHER
003550             IF xmax < 60
003560                 ADD 1 TO xmax
003570                 MOVE rc-job TO x-job(xmax)
003580                 MOVE rc-stream TO x-stream(xmax)
003590                 MOVE rc-due-off TO x-off(xmax)
003600                 MOVE rc-due TO x-due(xmax)
003610                 MOVE bus-d TO ymd-x
003620                 IF rc-due-off = 1
003630                     MOVE next-d TO ymd-x
003640                 END-IF
003650                 MOVE rc-due TO hhmm-x
003660                 STRING ymd-x hhmm-x DELIMITED BY SIZE
003670                     INTO x-due-ts(xmax)
003680                 MOVE SPACES TO x-stat(xmax)
003690                 MOVE 0 TO x-vx(xmax)
003700                 IF rc-job = 'GRACEBAT'
003710                     MOVE rc-stream TO new-stream
003720                     PERFORM ADD-STREAM
003730                 END-IF
003740             END-IF
003750     END-EVALUATE.
003760 ADD-STREAM.
003770     MOVE 0 TO found
003780     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > smax
003790         IF s-name(sx) = new-stream
003800             MOVE 1 TO found
003810         END-IF
003820     END-PERFORM
003830     IF found = 0 AND smax < 20
003840         ADD 1 TO smax
003850         MOVE new-stream TO s-name(smax)
003860     END-IF.
003870*    closed members from the business date's month on, then the
003880*    current file; older members cannot hold the window
003890 READ-LOGSET.
003900     MOVE 0 TO memct
003910     CALL 'permlist' USING walk-base memct memtab
003920         ON EXCEPTION MOVE 0 TO memct
003930     END-CALL
003940     PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > memct
003950         IF mem-per(mx) >= prev-lo(1:6)
003960             MOVE mem-fn(mx) TO log-fn
003970             PERFORM READ-ONE-LOG
003980         END-IF
003990     END-PERFORM
004000     MOVE walk-base TO log-fn
004010     PERFORM READ-ONE-LOG.
004020 READ-ONE-LOG.
004030     OPEN INPUT logf
004040     IF lgfs NOT = '00'
004050         EXIT PARAGRAPH
004060     END-IF
004070     PERFORM UNTIL lgfs = '10'
004080         READ logf
004090             AT END MOVE '10' TO lgfs
004100             NOT AT END PERFORM TAKE-LOGREC
004110         END-READ
004120     END-PERFORM
004130     CLOSE logf.
004140 TAKE-LOGREC.
004150     MOVE SPACES TO ts-fld f2 f3 f4 f5 f6
004160     UNSTRING logrec DELIMITED BY ALL ' '
004170         INTO ts-fld f2 f3 f4 f5 f6
004180     IF ts-fld = 'CARRYFWD' OR ts-fld = SPACES OR
004190        ts-fld(1:12) NOT NUMERIC
004200         EXIT PARAGRAPH
004210     END-IF
004220     MOVE ts-fld(1:12) TO chk-ts
004230     PERFORM CHECK-WINDOW
004240     IF inwin = 0
004250         EXIT PARAGRAPH
004260     END-IF
004270     MOVE ts-fld(1:12) TO new-first new-last
004280     MOVE 0 TO new-rc
004290     IF walk-kind = 'L'
004300*        lineage: ts chaingen src out PASS|FAIL
004310         MOVE 'GRACEBAT' TO new-job
004320         MOVE walk-strm TO new-stream
004330         MOVE 'LINEAGE' TO new-src
004340         IF f5 = 'FAIL'
004350             MOVE 8 TO new-rc
004360         END-IF
004370     ELSE
004380*        audit: ts PROG fn count PASS|FAIL, or PERCLOSE's
004390*        cutover records
004400         EVALUATE f2
004410             WHEN 'COLLEEN'
004420                 MOVE 'GRACEJOB' TO new-job
004430             WHEN 'GRACE'
004440                 MOVE 'GRACEJOB' TO new-job
004450             WHEN OTHER
004460                 MOVE f2 TO new-job
004470         END-EVALUATE
004480         MOVE 'PROD' TO new-stream
004490         MOVE 'AUDIT' TO new-src
004500         IF f5 = 'FAIL'
004510             MOVE 8 TO new-rc
004520         END-IF
004530     END-IF
004540     PERFORM ADD-EVIDENCE.
004550 READ-RUNSTAT.
004560     OPEN INPUT rstat
004570     IF stfs NOT = '00'
004580         EXIT PARAGRAPH
004590     END-IF
004600     PERFORM UNTIL stfs NOT = '00'
004610         READ rstat NEXT RECORD
004620             AT END MOVE '10' TO stfs
004630             NOT AT END PERFORM TAKE-RUNSTAT
004640         END-READ
004650     END-PERFORM
004660     CLOSE rstat.
004670 TAKE-RUNSTAT.
004680     MOVE st-start(1:12) TO chk-ts
004690     PERFORM CHECK-WINDOW
004700     IF inwin = 0
004710         EXIT PARAGRAPH
004720     END-IF
004730     MOVE st-start(1:12) TO new-first
004740     MOVE st-end(1:12) TO new-last
004750     MOVE st-rc TO new-rc
004760     MOVE 'RUNSTAT' TO new-src
004770     MOVE 'PROD' TO new-stream
004780     EVALUATE st-prog
004790         WHEN 'COLLEEN'
004800             MOVE 'GRACEJOB' TO new-job
004810         WHEN 'GRACE'
004820             MOVE 'GRACEJOB' TO new-job
004830         WHEN 'QUINCERT'
004840             MOVE 'GRACEJOB' TO new-job
004850         WHEN 'GRACEBAT'
004860             MOVE 'GRACEBAT' TO new-job
004870             PERFORM PLACE-GRACEBAT
004880         WHEN OTHER
004890             MOVE st-prog TO new-job
004900     END-EVALUATE
004910     PERFORM ADD-EVIDENCE.
004920*    runstat does not carry the stream: a GRACEBAT run goes to
004930*    the stream whose lineage records fall inside its window,
004940*    else the first expected GRACEBAT stream with no evidence
004950*    yet (a run that died before its first lineage record),
004960*    else PROD
004970 PLACE-GRACEBAT.
004980     MOVE 0 TO found
004990     PERFORM VARYING vy FROM 1 BY 1 UNTIL vy > vmax OR found = 1
005000         IF v-job(vy) = 'GRACEBAT' AND v-src(vy) = 'LINEAGE'
005010            AND v-first(vy) >= new-first
005020            AND v-first(vy) <= new-last
005030             MOVE v-stream(vy) TO new-stream
005040             MOVE 1 TO found
005050         END-IF
005060     END-PERFORM
005070     IF found = 1
005080         EXIT PARAGRAPH
005090     END-IF
005100     PERFORM VARYING xx FROM 1 BY 1 UNTIL xx > xmax OR found = 1
005110         IF x-job(xx) = 'GRACEBAT'
005120             MOVE x-stream(xx) TO new-stream
005130             PERFORM FIND-EVIDENCE
005140             IF found = 0
005150                 MOVE 1 TO found
005160             ELSE
005170                 MOVE 0 TO found
005180                 MOVE 'PROD' TO new-stream
005190             END-IF
005200         END-IF
005210     END-PERFORM.
005220*    NVERDICT files the night's health record as GRACEJOB's last
005230*    step, so its stamp is the night's completion
005240 READ-HEALTH.
005250     OPEN INPUT health
005260     IF hlfs NOT = '00'
005270         EXIT PARAGRAPH
005280     END-IF
005290     PERFORM UNTIL hlfs NOT = '00'
005300         READ health NEXT RECORD
005310             AT END MOVE '10' TO hlfs
005320             NOT AT END PERFORM TAKE-HEALTH
005330         END-READ
005340     END-PERFORM
005350     CLOSE health.
005360 TAKE-HEALTH.
005370     MOVE hl-ts(1:12) TO chk-ts
005380     PERFORM CHECK-WINDOW
005390     IF inwin = 0
005400         EXIT PARAGRAPH
005410     END-IF
005420     MOVE 'GRACEJOB' TO new-job
005430     MOVE 'PROD' TO new-stream
005440     MOVE hl-ts(1:12) TO new-first new-last
005450     MOVE 'HEALTH' TO new-src
005460     EVALUATE hl-verdict
005470         WHEN 'FAILED'
005480             MOVE 8 TO new-rc
005490         WHEN 'DEGRADED'
005500             MOVE 4 TO new-rc
005510         WHEN OTHER
005520             MOVE 0 TO new-rc
005530     END-EVALUATE
005540     PERFORM ADD-EVIDENCE.
005550*    inwin 1 when chk-ts is of interest; new-tail 0 inside the
005560*    business date, 2 in its first six hours, 1 in the tail
005570*    after it and 3 in the previous business date
005580 CHECK-WINDOW.
005590     MOVE 0 TO inwin new-tail
005600     IF chk-ts >= win-lo AND chk-ts < win-hi
005610         MOVE 1 TO inwin
005620     END-IF
005630     IF chk-ts >= win-lo AND chk-ts < head-hi
005640         MOVE 2 TO new-tail
005650     END-IF
005660     IF chk-ts >= win-hi AND chk-ts < tail-hi
005670         MOVE 1 TO inwin new-tail
005680     END-IF
005690     IF chk-ts >= prev-lo AND chk-ts < win-lo
005700         MOVE 1 TO inwin
005710         MOVE 3 TO new-tail
005720     END-IF.
005730*    vy left on the job+stream's entry when found is 1
005740 FIND-EVIDENCE.
005750     MOVE 0 TO found
005760     PERFORM VARYING vy FROM 1 BY 1 UNTIL vy > vmax
005770         IF v-job(vy) = new-job AND v-stream(vy) = new-stream
005780            AND v-tail(vy) = new-tail
005790             MOVE 1 TO found
005800             EXIT PERFORM
005810         END-IF
005820     END-PERFORM.
005830 ADD-EVIDENCE.
005840     PERFORM FIND-EVIDENCE
005850     IF found = 0
005860         IF vmax = 200
005870             EXIT PARAGRAPH
005880         END-IF
005890         ADD 1 TO vmax
005900         MOVE vmax TO vy
005910         MOVE new-job TO v-job(vy)
005920         MOVE new-stream TO v-stream(vy)
005930         MOVE new-first TO v-first(vy)
005940         MOVE new-last TO v-last(vy)
005950         MOVE new-src TO v-src(vy)
005960         MOVE new-rc TO v-rc(vy)
005970         MOVE 0 TO v-match(vy)
005980         MOVE new-tail TO v-tail(vy)
005990         EXIT PARAGRAPH
006000     END-IF
006010     IF new-first < v-first(vy)
006020         MOVE new-first TO v-first(vy)
006030     END-IF
006040     IF new-last > v-last(vy)
006050         MOVE new-last TO v-last(vy)
006060         MOVE new-src TO v-src(vy)
006070     END-IF
006080     IF new-rc > v-rc(vy)
006090         MOVE new-rc TO v-rc(vy)
006100     END-IF.
006110*    the first hours of the business date belong to the previous
006120*    date when that date's run of the job was already going;
006130*    otherwise they count here. The tail after the business
006140*    date only extends a run that started inside it, and the
006150*    previous date's own records are never judged here.
006160 MERGE-TAIL.
006170     PERFORM VARYING vx FROM 1 BY 1 UNTIL vx > vmax
006180         IF v-tail(vx) = 2
006190             MOVE v-job(vx) TO new-job
006200             MOVE v-stream(vx) TO new-stream
006210             MOVE 3 TO new-tail
006220             PERFORM FIND-EVIDENCE
006230             IF found = 1
006240                 MOVE 2 TO v-match(vx)
006250             ELSE
006260                 PERFORM MERGE-ONE
006270             END-IF
006280         END-IF
006290     END-PERFORM
006300     PERFORM VARYING vx FROM 1 BY 1 UNTIL vx > vmax
006310         EVALUATE v-tail(vx)
006320             WHEN 1
006330                 MOVE 2 TO v-match(vx)
006340                 PERFORM MERGE-ONE
006350             WHEN 3
006360                 MOVE 2 TO v-match(vx)
006370         END-EVALUATE
006380     END-PERFORM.
006390*    fold entry vx into the business date's entry for its job and
006400*    stream; a head entry with none becomes that entry itself
006410 MERGE-ONE.
006420     MOVE v-job(vx) TO new-job
006430     MOVE v-stream(vx) TO new-stream
006440     MOVE 0 TO new-tail
006450     PERFORM FIND-EVIDENCE
006460     IF found = 0
006470         IF v-tail(vx) = 2
006480             MOVE 0 TO v-tail(vx)
006490         END-IF
006500         EXIT PARAGRAPH
006510     END-IF
006520     MOVE 2 TO v-match(vx)
006530     IF v-first(vx) < v-first(vy)
006540         MOVE v-first(vx) TO v-first(vy)
006550     END-IF
006560     IF v-last(vx) > v-last(vy)
006570         MOVE v-last(vx) TO v-last(vy)
006580         MOVE v-src(vx) TO v-src(vy)
006590     END-IF
006600     IF v-rc(vx) > v-rc(vy)
006610         MOVE v-rc(vx) TO v-rc(vy)
006620     END-IF.
006630 JUDGE-EXPECTED.
006640     PERFORM VARYING xx FROM 1 BY 1 UNTIL xx > xmax
006650         MOVE x-job(xx) TO new-job
006660         MOVE x-stream(xx) TO new-stream
006670         PERFORM FIND-EVIDENCE
006680         IF found = 1
006690             MOVE vy TO x-vx(xx)
006700             MOVE 1 TO v-match(vy)
006710             IF v-last(vy) > x-due-ts(xx)
006720                 MOVE 'LATE' TO x-stat(xx)
006730                 ADD 1 TO latect
006740             ELSE
006750                 MOVE 'ON TIME' TO x-stat(xx)
006760                 ADD 1 TO ontct
006770             END-IF
006780         ELSE
006790             MOVE win-lo TO new-first
006800             MOVE x-due-ts(xx) TO new-last
006810             PERFORM CHECK-MAINT
006820             EVALUATE TRUE
006830                 WHEN inmaint = 1
006840                     MOVE 'EXCUSED' TO x-stat(xx)
006850                     ADD 1 TO excct
006860                 WHEN now-ts <= x-due-ts(xx)
006870                     MOVE 'PENDING' TO x-stat(xx)
006880                     ADD 1 TO pendct
006890                 WHEN OTHER
006900                     MOVE 'MISSED' TO x-stat(xx)
006910                     ADD 1 TO missct
006920                     DISPLAY 'RUNEXC: MISSED ' x-job(xx) ' '
006930                         FUNCTION TRIM(x-stream(xx)) ' DUE '
006940                         x-due-ts(xx)
006950             END-EVALUATE
006960         END-IF
006970     END-PERFORM.
006980*    inmaint 1 when a window for new-job (or ALL) overlaps the
006990*    span new-first to new-last
007000 CHECK-MAINT.
007010     MOVE 0 TO inmaint
007020     PERFORM VARYING mx2 FROM 1 BY 1 UNTIL mx2 > mmax
007030         IF (m-for(mx2) = new-job OR m-for(mx2) = 'ALL')
007040            AND m-lo(mx2) <= new-last
007050            AND m-hi(mx2) >= new-first
007060             MOVE 1 TO inmaint
007070         END-IF
007080     END-PERFORM.
007090 JUDGE-UNSCHEDULED.
007100     PERFORM VARYING vx FROM 1 BY 1 UNTIL vx > vmax
007110         IF v-match(vx) = 0
007120             MOVE 0 TO known
007130             PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > kjmax
007140                 IF kj-job(kx) = v-job(vx)
007150                     MOVE 1 TO known
007160                 END-IF
007170             END-PERFORM
007180             IF known = 1
007190                 ADD 1 TO unsct
007200                 DISPLAY 'RUNEXC: UNSCHEDULED ' v-job(vx) ' '
007210                     FUNCTION TRIM(v-stream(vx)) ' STARTED '
007220                     v-first(vx)
007230             ELSE
007240                 MOVE 2 TO v-match(vx)
007250             END-IF
007260         END-IF
007270     END-PERFORM.
007280 PRINT-REPORT.
007290     OPEN OUTPUT rpt
007300     IF rfs NOT = '00'
007310         DISPLAY 'RUNEXC: cannot open '
007320             FUNCTION TRIM(rpt-fn) ' status ' rfs
007330         EXIT PARAGRAPH
007340     END-IF
007350     STRING 'RUNEXC  RUN CALENDAR EXCEPTIONS  BUSINESS DATE '
007360         bus-d '  RUN ' rts(1:8) ' ' rts(9:4) INTO pln
007370     PERFORM PUT-LINE
007380     MOVE win-lo TO new-first
007390     PERFORM EDIT-FIRST
007400     MOVE win-hi TO new-first
007410     MOVE first-ed TO last-ed
007420     PERFORM EDIT-FIRST
007430     STRING 'BUSINESS DAY ' last-ed ' TO ' first-ed INTO pln
007440     PERFORM PUT-LINE
007450     IF holiday = 1
007460         STRING 'HOLIDAY: ' hol-desc INTO pln
007470         PERFORM PUT-LINE
007480     END-IF
007490     PERFORM VARYING mx2 FROM 1 BY 1 UNTIL mx2 > mmax
007500         STRING 'MAINTENANCE WINDOW ' m-from(mx2) '-' m-to(mx2)
007510             ' FOR ' m-for(mx2) ' ' m-desc(mx2) INTO pln
007520         PERFORM PUT-LINE
007530     END-PERFORM
007540     IF xmax = 0 AND holiday = 0
007550         MOVE '*** NO RUN CALENDAR ENTRIES FOR THIS DATE ***'
007560             TO pln
007570         PERFORM PUT-LINE
007580     END-IF
007590     PERFORM PUT-LINE
007600     MOVE 'JOB      STREAM   DUE           STARTED       ENDED'
007610         TO pln(1:51)
007620     MOVE 'SOURCE   RC   STATUS' TO pln(61:20)
007630     PERFORM PUT-LINE
007640     PERFORM VARYING xx FROM 1 BY 1 UNTIL xx > xmax
007650         PERFORM PRINT-EXPECTED
007660     END-PERFORM
007670     PERFORM VARYING vx FROM 1 BY 1 UNTIL vx > vmax
007680         IF v-match(vx) = 0
007690             PERFORM PRINT-UNSCHEDULED
007700         END-IF
007710     END-PERFORM
007720     PERFORM PUT-LINE
007730     STRING 'EXPECTED ' xmax '  ON TIME ' ontct '  LATE '
007740         latect '  MISSED ' missct '  PENDING ' pendct
007750         '  EXCUSED ' excct '  UNSCHEDULED ' unsct INTO pln
007760     PERFORM PUT-LINE
007770     CLOSE rpt.
007780 PRINT-EXPECTED.
007790     MOVE x-due-ts(xx) TO new-first
007800     PERFORM EDIT-FIRST
007810     MOVE first-ed TO due-ed
007820     MOVE SPACES TO first-ed last-ed
007830     MOVE '    -' TO new-src
007840     IF x-vx(xx) > 0
007850         MOVE x-vx(xx) TO vy
007860         MOVE v-last(vy) TO new-first
007870         PERFORM EDIT-FIRST
007880         MOVE first-ed TO last-ed
007890         MOVE v-first(vy) TO new-first
007900         PERFORM EDIT-FIRST
007910         MOVE v-src(vy) TO new-src
007920         MOVE v-rc(vy) TO new-rc
007930     END-IF
007940     MOVE x-job(xx) TO pln(1:8)
007950     MOVE x-stream(xx) TO pln(10:8)
007960     MOVE due-ed TO pln(19:13)
007970     MOVE first-ed TO pln(33:13)
007980     MOVE last-ed TO pln(47:13)
007990     MOVE new-src TO pln(61:8)
008000     IF x-vx(xx) > 0
008010         MOVE new-rc TO pln(70:4)
008020     END-IF
008030     MOVE x-stat(xx) TO pln(75:11)
008040     PERFORM PUT-LINE.
008050 PRINT-UNSCHEDULED.
008060     MOVE v-job(vx) TO new-job
008070     MOVE v-first(vx) TO new-first
008080     MOVE v-last(vx) TO new-last
008090     PERFORM CHECK-MAINT
008100     EVALUATE TRUE
008110         WHEN holiday = 1
008120             MOVE 'ON A HOLIDAY' TO why-wk
008130         WHEN inmaint = 1
008140             MOVE 'INSIDE A MAINTENANCE WINDOW' TO why-wk
008150         WHEN OTHER
008160             MOVE 'NOT ON THE CALENDAR' TO why-wk
008170     END-EVALUATE
008180     PERFORM EDIT-FIRST
008190     MOVE first-ed TO pln(33:13)
008200     MOVE v-last(vx) TO new-first
008210     PERFORM EDIT-FIRST
008220     MOVE first-ed TO pln(47:13)
008230     MOVE v-job(vx) TO pln(1:8)
008240     MOVE v-stream(vx) TO pln(10:8)
008250     MOVE v-src(vx) TO pln(61:8)
008260     MOVE v-rc(vx) TO pln(70:4)
008270     MOVE 'UNSCHEDULED' TO pln(75:11)
008280     MOVE why-wk TO pln(87:30)
008290     PERFORM PUT-LINE.
008300*    YYYYMMDDHHMM in new-first to YYYYMMDD HHMM in first-ed
008310 EDIT-FIRST.
008320     MOVE SPACES TO first-ed
008330     STRING new-first(1:8) ' ' new-first(9:4)
008340         DELIMITED BY SIZE INTO first-ed.
008350 END PROGRAM runexc.
