000000*Monthly service-level report for the suite, run straight
000001*after PERCLOSE so its figures tie to the period just closed.
000002*Nightly health comes from Grace_health.dat: CLEAN, DEGRADED
000003*and FAILED nights, nights with no verdict filed, and the
000004*availability percentage (nights that were not FAILED over
000005*the nights in the month, so a night with no verdict counts
000006*against it). Alert responsiveness comes from the alert
000007*master Grace_alrtmast.dat per severity: alerts raised, the
000008*average hours from al-ts to acknowledgement (al-ack-ts) and
000009*to close (al-cls-ts), and alerts still unacknowledged at
000010*month end. An alert closed without an ACK counts as
000011*acknowledged when it was closed.
000012*Quarantine aging pairs each member gracebat quarantined
000013*(its Grace_alert.log record) with its RELEASED or PURGED
000014*disposition on Quarantine.log: members quarantined and
000015*dispositioned in the month, the average days from
000016*quarantine to disposition, and members still undispositioned
000017*at month end with the oldest one's age. The COLLEEN and
000018*GRACE run counts are read from the closed Audit_YYYYMM
000019*member PERCLOSE cut, which also proves the period is closed.
000020*Every figure is shown beside the prior month's and the
000021*change, and checked against the targets on the Slarpt.parm
000022*member (SLARPT_PARM_FILE). The period defaults to the prior
000023*calendar month, as PERCLOSE's does; SLARPT_PERIOD (YYYYMM)
000024*reports another. RC 4 when a target is missed, the period is
000025*not closed or a parm card is bad; RC 8 when nothing can run.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. slarpt.
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT health ASSIGN TO 'Grace_health.dat'
000090     ORGANIZATION IS INDEXED
000100     ACCESS IS DYNAMIC
000110     RECORD KEY IS hl-date
000120     FILE STATUS IS hlfs.
000130     SELECT almast ASSIGN TO 'Grace_alrtmast.dat'
000140     ORGANIZATION IS INDEXED
000150     ACCESS IS DYNAMIC
000160     RECORD KEY IS al-no
000170     FILE STATUS IS amfs.
000180     SELECT alert ASSIGN TO 'Grace_alert.log'
000190     ORGANIZATION IS LINE SEQUENTIAL
000200     FILE STATUS IS alfs.
000210     SELECT qlog ASSIGN TO 'Quarantine.log'
000220     ORGANIZATION IS LINE SEQUENTIAL
000230     FILE STATUS IS qlfs.
000240     SELECT audit ASSIGN TO DYNAMIC mem-fn
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS adfs.
000270     SELECT parm ASSIGN TO DYNAMIC parm-fn
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS pmfs.
000300     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS rfs.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD health.
000360 01 hlr.
000370     10 hl-date pic 9(8).
000380     10 hl-verdict pic x(8).
000390     10 hl-cruns pic 9(4).
000400     10 hl-gruns pic 9(4).
000410     10 hl-alerts pic 9(4).
000420     10 hl-cksfail pic 9(4).
000430     10 hl-qcert pic x(8).
000440     10 hl-ts pic x(21).
000450 FD almast.
000460 01 amr.
000470     10 al-no pic 9(6).
000480     10 al-ts pic x(21).
000490     10 al-gen pic 9(4).
000500     10 al-src pic x(40).
000510     10 al-sev pic x(4).
000520     10 al-stat pic x(6).
000530     10 al-who pic x(8).
000540     10 al-ack-ts pic x(21).
000550     10 al-cmt pic x(40).
000552     10 al-cls-who pic x(8).
000554     10 al-cls-ts pic x(21).
000556     10 al-cls-cmt pic x(40).
000560 FD alert.
000570 01 alrec pic x(120).
000580 FD qlog.
000590 01 qlrec pic x(120).
000600 FD audit.
000610 01 adr pic x(110).
000620 FD parm.
000630 01 card pic x(80).
000640 FD rpt.
000650 01 rline pic x(90).
000660 WORKING-STORAGE SECTION.
000670 01 hlfs pic xx.
000680 01 amfs pic xx.
000690 01 alfs pic xx.
000700 01 qlfs pic xx.
000710 01 adfs pic xx.
000720 01 pmfs pic xx.
000730 01 rfs pic xx.
000740 01 aud-fn pic x(70) value space.
000750 01 aenv-fn pic x(70) value space.
000760 01 mem-fn pic x(70) value space.
000770 01 fnlen pic 9(3) value zero.
000780 01 parm-fn pic x(70) value 'Slarpt.parm'.
000790 01 penv-fn pic x(70) value space.
000800 01 rpt-fn pic x(70) value space.
000810 01 renv-fn pic x(70) value space.
000820 01 perenv pic x(10) value space.
000830 01 rts pic x(21).
000840 01 yy pic 9(4) value zero.
000850 01 mm pic 9(2) value zero.
000860 01 day-i pic 9(7) value zero.
000870 01 ymd-wk pic 9(8) value zero.
000880 01 kw pic x(20) value space.
000890 01 vptr pic 9(4) value 1.
000900 01 sev-wk pic x(8) value space.
000910 01 val-wk pic x(10) value space.
000920 01 val-chk pic x(10) value space.
000930 01 val-n pic 9(5)v9 value zero.
000940 01 dotct pic 9(2) value zero.
000950 01 badct pic 9(3) value zero.
000960 01 ts-fld pic x(21) value space.
000970 01 pg-fld pic x(10) value space.
000980 01 src-fld pic x(40) value space.
000990 01 dsp-fld pic x(10) value space.
001000*    the reporting month (1) and the month before it (2)
001010 01 ptab.
001020     10 pent occurs 2.
001030         15 p-per pic x(6).
001040         15 p-lo pic 9(8).
001050         15 p-hi pic 9(8).
001060         15 p-days pic 9(2).
001070         15 p-clean pic 9(3).
001080         15 p-degr pic 9(3).
001090         15 p-fail pic 9(3).
001100         15 p-nov pic 9(3).
001110         15 p-avail pic 9(3)v9.
001120         15 p-sev occurs 2.
001130             20 p-raised pic 9(5).
001140             20 p-ackn pic 9(5).
001150             20 p-ackmin pic 9(9).
001160             20 p-clsn pic 9(5).
001170             20 p-clsmin pic 9(9).
001180             20 p-unack pic 9(5).
001190         15 p-qin pic 9(5).
001200         15 p-qdisp pic 9(5).
001210         15 p-qdmin pic 9(9).
001220         15 p-qopen pic 9(5).
001230         15 p-qold pic 9(5).
001240         15 p-closed pic 9.
001250         15 p-cruns pic 9(5).
001260         15 p-gruns pic 9(5).
001270 01 px pic 9.
001280 01 sx pic 9.
001290 01 sevnm.
001300     10 filler pic x(4) value 'HIGH'.
001310     10 filler pic x(4) value 'MED '.
001320 01 sevtab redefines sevnm.
001330     10 sev-nm pic x(4) occurs 2.
001340*    targets from the parm member; a zero flag means no target
001350 01 t-avail pic 9(3)v9 value zero.
001360 01 t-avail-on pic 9 value zero.
001370 01 t-fail pic 9(3) value zero.
001380 01 t-fail-on pic 9 value zero.
001390 01 t-sev occurs 2.
001400     10 t-ack pic 9(5)v9.
001410     10 t-ack-on pic 9.
001420     10 t-cls pic 9(5)v9.
001430     10 t-cls-on pic 9.
001440 01 t-qdays pic 9(5)v9 value zero.
001450 01 t-qdays-on pic 9 value zero.
001460 01 t-qopen pic 9(5) value zero.
001470 01 t-qopen-on pic 9 value zero.
001480*    quarantine events: gracebat's alert for the member, then
001490*    the disposition that closed it, if any
001500 01 qtab.
001510     10 qent occurs 500.
001520         15 q-mem pic x(40).
001530         15 q-ts pic x(21).
001540         15 q-dts pic x(21).
001550 01 qmax pic 9(3) value zero.
001560 01 qx pic 9(3).
001570 01 qhit pic 9(3) value zero.
001580 01 qtrunc pic 9 value zero.
001590 01 t1-ts pic x(21) value space.
001600 01 t2-ts pic x(21) value space.
001610 01 mins pic s9(9) value zero.
001620 01 age-d pic 9(5) value zero.
001630 01 missct pic 9(3) value zero.
001640*    one report row: a figure this month and last, a defined
001650*    flag for each (an average with no samples is not), and
001660*    the target with its direction, H at least or L at most
001670 01 row-lbl pic x(30) value space.
001680 01 row-cur pic 9(7)v9 value zero.
001690 01 row-pri pic 9(7)v9 value zero.
001700 01 row-con pic 9 value zero.
001710 01 row-pon pic 9 value zero.
001720 01 row-dec pic 9 value zero.
001730 01 row-tk pic x value space.
001740 01 row-tgt pic 9(7)v9 value zero.
001750 01 row-chg pic s9(7)v9 value zero.
001760 01 int-ed pic z(6)9.
001770 01 dec-ed pic z(5)9.9.
001780 01 chi-ed pic -(6)9.
001790 01 chd-ed pic -(5)9.9.
001800 01 pln pic x(90) value spaces.
001810 PROCEDURE DIVISION.
001820     ACCEPT aenv-fn FROM ENVIRONMENT
001830         'AUDIT_LOG_FILE'
001840     IF aenv-fn NOT = SPACES
001850         MOVE aenv-fn TO aud-fn
001860     ELSE
001870         MOVE 'Audit.log' TO aud-fn
001880     END-IF
001890     ACCEPT renv-fn FROM ENVIRONMENT
001900         'SLARPT_OUT_FILE'
001910     IF renv-fn NOT = SPACES
001920         MOVE renv-fn TO rpt-fn
001930     ELSE
001940         MOVE 'Slarpt.rpt' TO rpt-fn
001950     END-IF
001960     MOVE FUNCTION CURRENT-DATE TO rts
001970     INITIALIZE ptab
001980     ACCEPT perenv FROM ENVIRONMENT
001990         'SLARPT_PERIOD'
002000     IF perenv NOT = SPACES
002010         IF FUNCTION LENGTH(FUNCTION TRIM(perenv))
002020            NOT = 6 OR perenv(1:6) NOT NUMERIC
002030            OR perenv(5:2) < '01' OR perenv(5:2) > '12'
002040             DISPLAY 'SLARPT: invalid SLARPT_PERIOD '
002050                 '''' FUNCTION TRIM(perenv) ''''
002060             MOVE 8 TO RETURN-CODE
002070             STOP RUN
002080         END-IF
002090         COMPUTE yy = FUNCTION NUMVAL(perenv(1:4))
002100         COMPUTE mm = FUNCTION NUMVAL(perenv(5:2))
002110     ELSE
002120         COMPUTE yy = FUNCTION NUMVAL(rts(1:4))
002130         COMPUTE mm = FUNCTION NUMVAL(rts(5:2))
002140         PERFORM BACK-ONE-MONTH
002150     END-IF
002160     MOVE 1 TO px
002170     PERFORM SET-PERIOD
002180     PERFORM BACK-ONE-MONTH
002190     MOVE 2 TO px
002200     PERFORM SET-PERIOD
002210     DISPLAY 'SLARPT: service report for period ' p-per(1)
002220     PERFORM GET-TARGETS
002230     PERFORM SCAN-HEALTH
002240     PERFORM SCAN-ALERTS
002250     PERFORM LOAD-QUARANTINE
002260     PERFORM VARYING px FROM 1 BY 1 UNTIL px > 2
002270         PERFORM AGE-QUARANTINE
002280         PERFORM COUNT-MEMBER
002290     END-PERFORM
002300     PERFORM PRINT-REPORT
002310     DISPLAY 'SLARPT: ' missct ' target(s) missed, report '
002320         'written to ' FUNCTION TRIM(rpt-fn)
002330     IF missct > 0 OR badct > 0 OR p-closed(1) = 0
002340         MOVE 4 TO RETURN-CODE
002350     END-IF
002360     STOP RUN.
002370 PUT-LINE.
002380     WRITE rline FROM pln
002390     MOVE SPACES TO pln.
002400 BACK-ONE-MONTH.
002410     IF mm = 1
002420         SUBTRACT 1 FROM yy
002430         MOVE 12 TO mm
002440     ELSE
002450         SUBTRACT 1 FROM mm
002460     END-IF.
002470*    first and last day of yy/mm into entry px
002480 SET-PERIOD.
002490     MOVE SPACES TO p-per(px)
002500     STRING yy mm DELIMITED BY SIZE INTO p-per(px)
002510     COMPUTE p-lo(px) = yy * 10000 + mm * 100 + 1
002520     IF mm = 12
002530         COMPUTE ymd-wk = (yy + 1) * 10000 + 101
002540     ELSE
002550         COMPUTE ymd-wk = yy * 10000 + (mm + 1) * 100 + 1
002560     END-IF
002570     COMPUTE day-i = FUNCTION INTEGER-OF-DATE(ymd-wk) - 1
002580     COMPUTE p-hi(px) = FUNCTION DATE-OF-INTEGER(day-i)
002590     MOVE p-hi(px)(7:2) TO p-days(px).
002600 GET-TARGETS.
002610     ACCEPT penv-fn FROM ENVIRONMENT
002620         'SLARPT_PARM_FILE'
002630     IF penv-fn NOT = SPACES
002640         MOVE penv-fn TO parm-fn
002650     END-IF
002660     OPEN INPUT parm
002670     IF pmfs NOT = '00'
002680         DISPLAY 'SLARPT: no ' FUNCTION TRIM(parm-fn)
002690             ', figures reported without targets'
002700         EXIT PARAGRAPH
002710     END-IF
002720     PERFORM UNTIL pmfs = '10'
002730         READ parm
002740             AT END MOVE '10' TO pmfs
002750             NOT AT END PERFORM SCAN-CARD
002760         END-READ
002770     END-PERFORM
002780     CLOSE parm.
002790 SCAN-CARD.
002800     IF card = SPACES OR card(1:1) = '*'
002810         EXIT PARAGRAPH
002820     END-IF
002830     MOVE SPACES TO kw sev-wk val-wk
002840     MOVE 1 TO vptr
002850     UNSTRING card DELIMITED BY '='
002860         INTO kw WITH POINTER vptr
002870     IF vptr > 80
002880         PERFORM BAD-CARD
002890         EXIT PARAGRAPH
002900     END-IF
002910     IF kw = 'ACKHRS' OR kw = 'CLOSEHRS'
002920         UNSTRING card(vptr:) DELIMITED BY ','
002930             INTO sev-wk val-wk
002940         EVALUATE sev-wk
002950             WHEN 'HIGH'
002960                 MOVE 1 TO sx
002970             WHEN 'MED'
002980                 MOVE 2 TO sx
002990             WHEN OTHER
003000                 PERFORM BAD-CARD
003010                 EXIT PARAGRAPH
003020         END-EVALUATE
003030     ELSE
003040         MOVE card(vptr:) TO val-wk
003050     END-IF
003060     PERFORM CHECK-VALUE
003070     IF val-wk = SPACES
003080         PERFORM BAD-CARD
003090         EXIT PARAGRAPH
003100     END-IF
003110     EVALUATE kw
003120         WHEN 'AVAIL'
003130             MOVE val-n TO t-avail
003140             MOVE 1 TO t-avail-on
003150         WHEN 'FAILNIGHTS'
003160             MOVE val-n TO t-fail
003170             MOVE 1 TO t-fail-on
003180         WHEN 'ACKHRS'
003190             MOVE val-n TO t-ack(sx)
003200             MOVE 1 TO t-ack-on(sx)
003210         WHEN 'CLOSEHRS'
003220             MOVE val-n TO t-cls(sx)
003230             MOVE 1 TO t-cls-on(sx)
003240         WHEN 'QUARDAYS'
003250             MOVE val-n TO t-qdays
003260             MOVE 1 TO t-qdays-on
003270         WHEN 'QUAROPEN'
003280             MOVE val-n TO t-qopen
003290             MOVE 1 TO t-qopen-on
003300         WHEN OTHER
003310             PERFORM BAD-CARD
003320     END-EVALUATE.
003330*    digits and one decimal point only; val-wk is blanked when
003340*    the value will not do
003350 CHECK-VALUE.
003360     MOVE val-wk TO val-chk
003370     INSPECT val-chk CONVERTING '0123456789.' TO SPACES
003380     IF val-wk = SPACES OR val-chk NOT = SPACES
003390         MOVE SPACES TO val-wk
003400         EXIT PARAGRAPH
003410     END-IF
003420     MOVE 0 TO dotct
003430     INSPECT val-wk TALLYING dotct FOR ALL '.'
003440     IF dotct > 1
003450         MOVE SPACES TO val-wk
003460         EXIT PARAGRAPH
003470     END-IF
003480     COMPUTE val-n = FUNCTION NUMVAL(val-wk).
003490 BAD-CARD.
003500     ADD 1 TO badct
003510     DISPLAY 'SLARPT: bad parm card ignored: '
003520         FUNCTION TRIM(card).
003530*    the health history is keyed by night, so one positioned
003540*    pass covers both months
003550 SCAN-HEALTH.
003560     OPEN INPUT health
003570     IF hlfs NOT = '00'
003580         DISPLAY 'SLARPT: no Grace_health.dat, status ' hlfs
003590     ELSE
003600         MOVE p-lo(2) TO hl-date
003610         START health KEY >= hl-date
003620             INVALID KEY MOVE '10' TO hlfs
003630         END-START
003640         PERFORM UNTIL hlfs NOT = '00'
003650             READ health NEXT RECORD
003660                 AT END MOVE '10' TO hlfs
003670                 NOT AT END
003680                     IF hl-date > p-hi(1)
003690                         MOVE '10' TO hlfs
003700                     ELSE
003710                         PERFORM TAKE-HEALTH
003720                     END-IF
003730             END-READ
003740         END-PERFORM
003750         CLOSE health
003760     END-IF
003770     PERFORM VARYING px FROM 1 BY 1 UNTIL px > 2
003780         COMPUTE p-nov(px) = p-days(px) - p-clean(px)
003790             - p-degr(px) - p-fail(px)
003800         COMPUTE p-avail(px) ROUNDED =
003810             (p-clean(px) + p-degr(px)) * 100 / p-days(px)
003820     END-PERFORM.
003830 TAKE-HEALTH.
003840     IF hl-date >= p-lo(1)
003850         MOVE 1 TO px
003860     ELSE
003870         MOVE 2 TO px
003880     END-IF
003890     EVALUATE hl-verdict
003900         WHEN 'CLEAN'
003910             ADD 1 TO p-clean(px)
003920         WHEN 'DEGRADED'
003930             ADD 1 TO p-degr(px)
003940         WHEN OTHER
003950             ADD 1 TO p-fail(px)
003960     END-EVALUATE.
003970 SCAN-ALERTS.
003980     OPEN INPUT almast
003990     IF amfs NOT = '00'
004000         DISPLAY 'SLARPT: no Grace_alrtmast.dat, status '
004010             amfs
004020         EXIT PARAGRAPH
004030     END-IF
004040     PERFORM UNTIL amfs NOT = '00'
004050         READ almast NEXT RECORD
004060             AT END MOVE '10' TO amfs
004070             NOT AT END PERFORM TAKE-ALERT
004080         END-READ
004090     END-PERFORM
004100     CLOSE almast.
004110 TAKE-ALERT.
004120     EVALUATE TRUE
004130         WHEN al-ts(1:8) >= p-lo(1) AND
004140              al-ts(1:8) <= p-hi(1)
004150             MOVE 1 TO px
004160         WHEN al-ts(1:8) >= p-lo(2) AND
004170              al-ts(1:8) <= p-hi(2)
004180             MOVE 2 TO px
004190         WHEN OTHER
004200             EXIT PARAGRAPH
004210     END-EVALUATE
004220     IF al-sev = 'HIGH'
004230         MOVE 1 TO sx
004240     ELSE
004250         MOVE 2 TO sx
004260     END-IF
004270     ADD 1 TO p-raised(px sx)
004280     MOVE SPACES TO t2-ts
004290     IF al-ack-ts NOT = SPACES
004300         MOVE al-ack-ts TO t2-ts
004310     ELSE
004312         IF al-stat = 'CLOSED'
004314             MOVE al-cls-ts TO t2-ts
004316         END-IF
004318     END-IF
004320     IF t2-ts = SPACES OR t2-ts(1:8) > p-hi(px)
004322         ADD 1 TO p-unack(px sx)
004324     END-IF
004326     IF t2-ts = SPACES
004330         EXIT PARAGRAPH
004340     END-IF
004350     MOVE al-ts TO t1-ts
004370     PERFORM MINUTES-BETWEEN
004380     ADD 1 TO p-ackn(px sx)
004390     ADD mins TO p-ackmin(px sx)
004400     IF al-stat = 'CLOSED' AND al-cls-ts NOT = SPACES
004402         MOVE al-cls-ts TO t2-ts
004404         PERFORM MINUTES-BETWEEN
004410         ADD 1 TO p-clsn(px sx)
004420         ADD mins TO p-clsmin(px sx)
004430     END-IF.
004440*    elapsed whole minutes from t1-ts to t2-ts, never negative
004450 MINUTES-BETWEEN.
004460     MOVE 0 TO mins
004470     IF t1-ts(1:12) NOT NUMERIC OR t2-ts(1:12) NOT NUMERIC
004480         EXIT PARAGRAPH
004490     END-IF
004500     COMPUTE mins = (FUNCTION INTEGER-OF-DATE(
004510         FUNCTION NUMVAL(t2-ts(1:8))) - FUNCTION
004520         INTEGER-OF-DATE(FUNCTION NUMVAL(t1-ts(1:8))))
004530         * 1440
004540         + FUNCTION NUMVAL(t2-ts(9:2)) * 60
004550         + FUNCTION NUMVAL(t2-ts(11:2))
004560         - FUNCTION NUMVAL(t1-ts(9:2)) * 60
004570         - FUNCTION NUMVAL(t1-ts(11:2))
004580     IF mins < 0
004590         MOVE 0 TO mins
004600     END-IF.
004610*    every member-shaped gracebat alert is a quarantine; the
004620*    GENERATION MASTER NOT UPDATED shape and basechk's
004625*    BASELINE:<source> refusals are not
004630 LOAD-QUARANTINE.
004640     OPEN INPUT alert
004650     IF alfs NOT = '00'
004660         EXIT PARAGRAPH
004670     END-IF
004680     PERFORM UNTIL alfs = '10'
004690         READ alert
004700             AT END MOVE '10' TO alfs
004710             NOT AT END PERFORM TAKE-QUARANTINE
004720         END-READ
004730     END-PERFORM
004740     CLOSE alert
004750     OPEN INPUT qlog
004760     IF qlfs NOT = '00'
004770         EXIT PARAGRAPH
004780     END-IF
004790     PERFORM UNTIL qlfs = '10'
004800         READ qlog
004810             AT END MOVE '10' TO qlfs
004820             NOT AT END PERFORM TAKE-DISPO
004830         END-READ
004840     END-PERFORM
004850     CLOSE qlog
004860     IF qtrunc = 1
004870         DISPLAY 'SLARPT: quarantine events past 500 not '
004880             'aged, figures incomplete'
004890     END-IF.
004900 TAKE-QUARANTINE.
004910     MOVE SPACES TO ts-fld pg-fld src-fld
004920     UNSTRING alrec DELIMITED BY ALL ' '
004930         INTO ts-fld pg-fld src-fld
004940     IF ts-fld(1:8) NOT NUMERIC OR src-fld = SPACES
004950        OR src-fld = 'GENERATION'
004955        OR src-fld(1:9) = 'BASELINE:'
004960         EXIT PARAGRAPH
004970     END-IF
004980     IF qmax = 500
004990         MOVE 1 TO qtrunc
005000         EXIT PARAGRAPH
005010     END-IF
005020     ADD 1 TO qmax
005030     MOVE src-fld TO q-mem(qmax)
005040     MOVE ts-fld TO q-ts(qmax)
005050     MOVE SPACES TO q-dts(qmax).
005060*    a disposition closes the latest open quarantine of the
005070*    member that it follows
005080 TAKE-DISPO.
005090     MOVE SPACES TO ts-fld src-fld dsp-fld
005100     UNSTRING qlrec DELIMITED BY ALL ' '
005110         INTO ts-fld src-fld dsp-fld
005120     IF dsp-fld NOT = 'RELEASED' AND dsp-fld NOT = 'PURGED'
005130         EXIT PARAGRAPH
005140     END-IF
005150     MOVE 0 TO qhit
005160     PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > qmax
005170         IF q-mem(qx) = src-fld AND q-dts(qx) = SPACES
005180            AND q-ts(qx) <= ts-fld
005190             MOVE qx TO qhit
005200         END-IF
005210     END-PERFORM
005220     IF qhit > 0
005230         MOVE ts-fld TO q-dts(qhit)
005240     END-IF.
005250 AGE-QUARANTINE.
005260     PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > qmax
005270         IF q-ts(qx)(1:8) >= p-lo(px) AND
005280            q-ts(qx)(1:8) <= p-hi(px)
005290             ADD 1 TO p-qin(px)
005300         END-IF
005310         IF q-dts(qx)(1:8) >= p-lo(px) AND
005320            q-dts(qx)(1:8) <= p-hi(px)
005330             MOVE q-ts(qx) TO t1-ts
005340             MOVE q-dts(qx) TO t2-ts
005350             PERFORM MINUTES-BETWEEN
005360             ADD 1 TO p-qdisp(px)
005370             ADD mins TO p-qdmin(px)
005380         END-IF
005390         IF q-ts(qx)(1:8) <= p-hi(px) AND
005400            (q-dts(qx) = SPACES OR
005410             q-dts(qx)(1:8) > p-hi(px))
005420             ADD 1 TO p-qopen(px)
005430             COMPUTE age-d = FUNCTION INTEGER-OF-DATE(
005440                 p-hi(px)) - FUNCTION INTEGER-OF-DATE(
005450                 FUNCTION NUMVAL(q-ts(qx)(1:8))) + 1
005460             IF age-d > p-qold(px)
005470                 MOVE age-d TO p-qold(px)
005480             END-IF
005490         END-IF
005500     END-PERFORM.
005510*    the closed member PERCLOSE cut for the month, named the
005520*    way PERCLOSE names it
005530 COUNT-MEMBER.
005540     MOVE SPACES TO mem-fn
005550     COMPUTE fnlen =
005560         FUNCTION LENGTH(FUNCTION TRIM(aud-fn))
005570     IF fnlen > 4 AND
005580        aud-fn(fnlen - 3:4) = '.log'
005590         STRING aud-fn(1:fnlen - 4) '_' p-per(px)
005600             '.log' DELIMITED BY SIZE INTO mem-fn
005610     ELSE
005620         STRING FUNCTION TRIM(aud-fn) '_' p-per(px)
005630             DELIMITED BY SIZE INTO mem-fn
005640     END-IF
005650     OPEN INPUT audit
005660     IF adfs NOT = '00'
005670         IF px = 1
005680             DISPLAY 'SLARPT: ' FUNCTION TRIM(mem-fn)
005690                 ' not found, period ' p-per(px)
005700                 ' is not closed'
005710         END-IF
005720         EXIT PARAGRAPH
005730     END-IF
005740     MOVE 1 TO p-closed(px)
005750     PERFORM UNTIL adfs = '10'
005760         READ audit
005770             AT END MOVE '10' TO adfs
005780             NOT AT END
005790                 MOVE SPACES TO ts-fld pg-fld
005800                 UNSTRING adr DELIMITED BY ALL ' '
005810                     INTO ts-fld pg-fld
005820                 EVALUATE pg-fld
005830                     WHEN 'COLLEEN'
005840                         ADD 1 TO p-cruns(px)
005850                     WHEN 'GRACE'
005860                         ADD 1 TO p-gruns(px)
005870                 END-EVALUATE
005880         END-READ
005890     END-PERFORM
005900     CLOSE audit.
005910 PRINT-REPORT.
005920     OPEN OUTPUT rpt
005930     IF rfs NOT = '00'
005940         DISPLAY 'SLARPT: cannot open '
005950             FUNCTION TRIM(rpt-fn) ' status ' rfs
005960         MOVE 8 TO RETURN-CODE
005970         STOP RUN
005980     END-IF
005990     STRING 'SLARPT  MONTHLY SERVICE LEVEL REPORT  PERIOD '
006000         p-per(1) '  RUN ' rts(1:8) ' ' rts(9:4)
006010         DELIMITED BY SIZE INTO pln
006020     PERFORM PUT-LINE
006030     IF p-closed(1) = 0
006040         STRING '*** PERIOD ' p-per(1) ' HAS NOT BEEN CLOSED '
006050             'BY PERCLOSE ***' DELIMITED BY SIZE INTO pln
006060         PERFORM PUT-LINE
006070     END-IF
006080     PERFORM PUT-LINE
006090     MOVE 'MEASURE' TO pln(1:7)
006100     MOVE p-per(1) TO pln(33:6)
006110     MOVE p-per(2) TO pln(43:6)
006120     MOVE 'CHANGE' TO pln(53:6)
006130     MOVE 'TARGET  STATUS' TO pln(64:14)
006140     PERFORM PUT-LINE
006150     MOVE ALL '-' TO pln(1:79)
006160     PERFORM PUT-LINE
006170     MOVE 'NIGHTLY HEALTH' TO pln
006180     PERFORM PUT-LINE
006190     MOVE 0 TO row-dec
006200     MOVE 1 TO row-con row-pon
006210     MOVE SPACE TO row-tk
006220     MOVE '  CLEAN NIGHTS' TO row-lbl
006230     MOVE p-clean(1) TO row-cur
006240     MOVE p-clean(2) TO row-pri
006250     PERFORM PUT-ROW
006260     MOVE '  DEGRADED NIGHTS' TO row-lbl
006270     MOVE p-degr(1) TO row-cur
006280     MOVE p-degr(2) TO row-pri
006290     PERFORM PUT-ROW
006300     MOVE '  FAILED NIGHTS' TO row-lbl
006310     MOVE p-fail(1) TO row-cur
006320     MOVE p-fail(2) TO row-pri
006330     IF t-fail-on = 1
006340         MOVE 'L' TO row-tk
006350         MOVE t-fail TO row-tgt
006360     END-IF
006370     PERFORM PUT-ROW
006380     MOVE SPACE TO row-tk
006390     MOVE '  NIGHTS WITH NO VERDICT' TO row-lbl
006400     MOVE p-nov(1) TO row-cur
006410     MOVE p-nov(2) TO row-pri
006420     PERFORM PUT-ROW
006430     MOVE 1 TO row-dec
006440     MOVE '  AVAILABILITY %' TO row-lbl
006450     MOVE p-avail(1) TO row-cur
006460     MOVE p-avail(2) TO row-pri
006470     IF t-avail-on = 1
006480         MOVE 'H' TO row-tk
006490         MOVE t-avail TO row-tgt
006500     END-IF
006510     PERFORM PUT-ROW
006520     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 2
006530         PERFORM PRINT-SEVERITY
006540     END-PERFORM
006550     MOVE 'QUARANTINE AGING' TO pln
006560     PERFORM PUT-LINE
006570     MOVE 0 TO row-dec
006580     MOVE 1 TO row-con row-pon
006590     MOVE SPACE TO row-tk
006600     MOVE '  MEMBERS QUARANTINED' TO row-lbl
006610     MOVE p-qin(1) TO row-cur
006620     MOVE p-qin(2) TO row-pri
006630     PERFORM PUT-ROW
006640     MOVE '  MEMBERS RELEASED OR PURGED' TO row-lbl
006650     MOVE p-qdisp(1) TO row-cur
006660     MOVE p-qdisp(2) TO row-pri
006670     PERFORM PUT-ROW
006680     MOVE 1 TO row-dec
006690     MOVE '  AVG DAYS TO DISPOSITION' TO row-lbl
006700     MOVE 0 TO row-cur row-pri row-con row-pon
006710     IF p-qdisp(1) > 0
006720         MOVE 1 TO row-con
006730         COMPUTE row-cur ROUNDED =
006740             p-qdmin(1) / p-qdisp(1) / 1440
006750     END-IF
006760     IF p-qdisp(2) > 0
006770         MOVE 1 TO row-pon
006780         COMPUTE row-pri ROUNDED =
006790             p-qdmin(2) / p-qdisp(2) / 1440
006800     END-IF
006810     IF t-qdays-on = 1
006820         MOVE 'L' TO row-tk
006830         MOVE t-qdays TO row-tgt
006840     END-IF
006850     PERFORM PUT-ROW
006860     MOVE 0 TO row-dec
006870     MOVE 1 TO row-con row-pon
006880     MOVE SPACE TO row-tk
006890     MOVE '  UNDISPOSITIONED AT MONTH END' TO row-lbl
006900     MOVE p-qopen(1) TO row-cur
006910     MOVE p-qopen(2) TO row-pri
006920     IF t-qopen-on = 1
006930         MOVE 'L' TO row-tk
006940         MOVE t-qopen TO row-tgt
006950     END-IF
006960     PERFORM PUT-ROW
006970     MOVE SPACE TO row-tk
006980     MOVE '  OLDEST UNDISPOSITIONED DAYS' TO row-lbl
006990     MOVE p-qold(1) TO row-cur
007000     MOVE p-qold(2) TO row-pri
007010     PERFORM PUT-ROW
007020     MOVE 'CLOSED PERIOD AUDIT MEMBER' TO pln
007030     PERFORM PUT-LINE
007040     MOVE p-closed(1) TO row-con
007050     MOVE p-closed(2) TO row-pon
007060     MOVE '  COLLEEN RUNS' TO row-lbl
007070     MOVE p-cruns(1) TO row-cur
007080     MOVE p-cruns(2) TO row-pri
007090     PERFORM PUT-ROW
007100     MOVE '  GRACE RUNS' TO row-lbl
007110     MOVE p-gruns(1) TO row-cur
007120     MOVE p-gruns(2) TO row-pri
007130     PERFORM PUT-ROW
007140     PERFORM PUT-LINE
007150     IF missct = 0
007160         MOVE 'ALL TARGETS MET' TO pln
007170     ELSE
007180         STRING 'TARGETS MISSED: ' missct
007190             DELIMITED BY SIZE INTO pln
007200     END-IF
007210     PERFORM PUT-LINE
007220     CLOSE rpt.
007230 PRINT-SEVERITY.
007240     MOVE SPACES TO pln
007250     STRING 'ALERT RESPONSE, SEVERITY ' sev-nm(sx)
007260         DELIMITED BY SIZE INTO pln
007270     PERFORM PUT-LINE
007280     MOVE 0 TO row-dec
007290     MOVE 1 TO row-con row-pon
007300     MOVE SPACE TO row-tk
007310     MOVE '  ALERTS RAISED' TO row-lbl
007320     MOVE p-raised(1 sx) TO row-cur
007330     MOVE p-raised(2 sx) TO row-pri
007340     PERFORM PUT-ROW
007350     MOVE '  UNACKNOWLEDGED AT MONTH END' TO row-lbl
007360     MOVE p-unack(1 sx) TO row-cur
007370     MOVE p-unack(2 sx) TO row-pri
007380     PERFORM PUT-ROW
007390     MOVE 1 TO row-dec
007400     MOVE '  AVG HOURS TO ACKNOWLEDGE' TO row-lbl
007410     MOVE 0 TO row-cur row-pri row-con row-pon
007420     IF p-ackn(1 sx) > 0
007430         MOVE 1 TO row-con
007440         COMPUTE row-cur ROUNDED =
007450             p-ackmin(1 sx) / p-ackn(1 sx) / 60
007460     END-IF
007470     IF p-ackn(2 sx) > 0
007480         MOVE 1 TO row-pon
007490         COMPUTE row-pri ROUNDED =
007500             p-ackmin(2 sx) / p-ackn(2 sx) / 60
007510     END-IF
007520     IF t-ack-on(sx) = 1
007530         MOVE 'L' TO row-tk
007540         MOVE t-ack(sx) TO row-tgt
007550     END-IF
007560     PERFORM PUT-ROW
007570     MOVE SPACE TO row-tk
007580     MOVE '  AVG HOURS TO CLOSE' TO row-lbl
007590     MOVE 0 TO row-cur row-pri row-con row-pon
007600     IF p-clsn(1 sx) > 0
007610         MOVE 1 TO row-con
007620         COMPUTE row-cur ROUNDED =
007630             p-clsmin(1 sx) / p-clsn(1 sx) / 60
007640     END-IF
007650     IF p-clsn(2 sx) > 0
007660         MOVE 1 TO row-pon
007670         COMPUTE row-pri ROUNDED =
007680             p-clsmin(2 sx) / p-clsn(2 sx) / 60
007690     END-IF
007700     IF t-cls-on(sx) = 1
007710         MOVE 'L' TO row-tk
007720         MOVE t-cls(sx) TO row-tgt
007730     END-IF
007740     PERFORM PUT-ROW
007750     MOVE SPACE TO row-tk.
007760*    label, this month, prior month, change, target, status;
007770*    a figure with no samples prints N/A and is not judged
007780 PUT-ROW.
007790     MOVE row-lbl TO pln(1:30)
007800     IF row-con = 1
007810         PERFORM EDIT-CUR
007820     ELSE
007830         MOVE '     N/A' TO pln(31:8)
007840     END-IF
007850     IF row-pon = 1
007860         IF row-dec = 1
007870             MOVE row-pri TO dec-ed
007880             MOVE dec-ed TO pln(41:8)
007890         ELSE
007900             MOVE row-pri TO int-ed
007910             MOVE int-ed TO pln(42:7)
007920         END-IF
007930     ELSE
007940         MOVE '     N/A' TO pln(41:8)
007950     END-IF
007960     IF row-con = 1 AND row-pon = 1
007970         COMPUTE row-chg = row-cur - row-pri
007980         IF row-dec = 1
007990             MOVE row-chg TO chd-ed
008000             MOVE chd-ed TO pln(51:8)
008010         ELSE
008020             MOVE row-chg TO chi-ed
008030             MOVE chi-ed TO pln(52:7)
008040         END-IF
008050     END-IF
008060     IF row-tk NOT = SPACE
008070         IF row-tk = 'H'
008080             MOVE '>=' TO pln(60:2)
008090         ELSE
008100             MOVE '<=' TO pln(60:2)
008110         END-IF
008120         IF row-dec = 1
008130             MOVE row-tgt TO dec-ed
008140             MOVE dec-ed TO pln(62:8)
008150         ELSE
008160             MOVE row-tgt TO int-ed
008170             MOVE int-ed TO pln(63:7)
008180         END-IF
008190         EVALUATE TRUE
008200             WHEN row-con = 0
008210                 MOVE 'N/A' TO pln(72:3)
008220             WHEN row-tk = 'H' AND row-cur < row-tgt
008230                 MOVE 'MISSED' TO pln(72:6)
008240                 ADD 1 TO missct
008250             WHEN row-tk = 'L' AND row-cur > row-tgt
008260                 MOVE 'MISSED' TO pln(72:6)
008270                 ADD 1 TO missct
008280             WHEN OTHER
008290                 MOVE 'MET' TO pln(72:3)
008300         END-EVALUATE
008310     END-IF
008320     PERFORM PUT-LINE.
008330 EDIT-CUR.
008340     IF row-dec = 1
008350         MOVE row-cur TO dec-ed
008360         MOVE dec-ed TO pln(31:8)
008370     ELSE
008380         MOVE row-cur TO int-ed
008390         MOVE int-ed TO pln(32:7)
008400     END-IF.
008410 END PROGRAM slarpt.
