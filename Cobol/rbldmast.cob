000000*Indexed-master rebuild from the sequential evidence. The four
000001*keyed masters (Grace_genmast.dat, Grace_health.dat,
000002*Grace_runstat.dat, Grace_alrtmast.dat) are the system of
000003*record for GENMINQ, NVERDICT, RSTRPT and ALRTMGR, and losing
000004*one used to mean restoring last week's backup. This utility
000005*re-derives each master from the logs the suite already keeps,
000006*walking every closed PERCLOSE period member before the current
000007*file: Grace.log plus the Audit.log GRACE record of the same run
000008*and the stream's lineage log for Grace_genmast.dat; the Audit.log
000009*COLLEEN/GRACE records and Grace_alert.log for Grace_health.dat
000010*and Grace_runstat.dat; Grace_alert.log up to the
000011*Grace_alrthw.ckpt high-water mark, numbered the way ALRTMGR's
000012*loader numbers them, for Grace_alrtmast.dat. Each master is
000013*rebuilt into a .rbld copy beside it (Grace_genmast.rbld ...)
000014*and compared key by key with the surviving master when one can
000015*be opened. The report lists every record recreated, the fields
000016*the logs cannot supply (an alert's ACK operator and comment, a
000017*night's CKSWEEP/QUINCERT verdicts, a run's end time, a
000018*generation's source baseline and line count), and every
000019*difference against the surviving copy. RBLDMAST_INSTALL=Y then
000020*loads the rebuilt copy over the live master; records and
000021*unrecoverable fields still readable on the surviving copy are
000022*carried across first, so an install never loses what survived;
000023*an install over a surviving copy that could not be read to the
000024*end is refused.
000025*RBLDMAST_MASTER picks one master (GENMAST, HEALTH, RUNSTAT,
000026*ALRTMAST; default ALL). Streams are PROD, the STREAM card of
000027*the GRACEBAT run-control file, and any names listed in
000028*RBLDMAST_STREAMS. RC 0 when every rebuilt master agrees with
000029*its surviving copy, 4 when they differ or no usable surviving
000030*copy exists, 8 when a rebuild could not be written or an
000031*install was refused.
000032 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. rbldmast.
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT logf ASSIGN TO DYNAMIC log-fn
000090     ORGANIZATION IS LINE SEQUENTIAL
000100     FILE STATUS IS lgfs.
000110     SELECT parm ASSIGN TO DYNAMIC parm-fn
000120     ORGANIZATION IS LINE SEQUENTIAL
000130     FILE STATUS IS pmfs.
000140     SELECT hwckpt ASSIGN TO 'Grace_alrthw.ckpt'
000150     ORGANIZATION IS LINE SEQUENTIAL
000160     FILE STATUS IS hwfs.
000170     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000180     ORGANIZATION IS LINE SEQUENTIAL
000190     FILE STATUS IS rfs.
000200     SELECT genmast ASSIGN TO 'Grace_genmast.dat'
000210     ORGANIZATION IS INDEXED
000220     ACCESS IS DYNAMIC
000230     RECORD KEY IS gm-key
000240     FILE STATUS IS gmfs.
000250     SELECT gmnew ASSIGN TO 'Grace_genmast.rbld'
000260     ORGANIZATION IS INDEXED
000270     ACCESS IS DYNAMIC
000280     RECORD KEY IS ng-key
000290     FILE STATUS IS ngfs.
000300     SELECT health ASSIGN TO 'Grace_health.dat'
000310     ORGANIZATION IS INDEXED
000320     ACCESS IS DYNAMIC
000330     RECORD KEY IS hl-date
000340     FILE STATUS IS hlfs.
000350     SELECT hlnew ASSIGN TO 'Grace_health.rbld'
000360     ORGANIZATION IS INDEXED
000370     ACCESS IS DYNAMIC
000380     RECORD KEY IS nh-date
000390     FILE STATUS IS nhfs.
000400     SELECT rstat ASSIGN TO 'Grace_runstat.dat'
000410     ORGANIZATION IS INDEXED
000420     ACCESS IS DYNAMIC
000430     RECORD KEY IS st-key
000440     FILE STATUS IS stfs.
000450     SELECT stnew ASSIGN TO 'Grace_runstat.rbld'
000460     ORGANIZATION IS INDEXED
000470     ACCESS IS DYNAMIC
000480     RECORD KEY IS ns-key
000490     FILE STATUS IS nsfs.
000500     SELECT almast ASSIGN TO 'Grace_alrtmast.dat'
000510     ORGANIZATION IS INDEXED
000520     ACCESS IS DYNAMIC
000530     RECORD KEY IS al-no
000540     FILE STATUS IS amfs.
000550     SELECT alnew ASSIGN TO 'Grace_alrtmast.rbld'
000560     ORGANIZATION IS INDEXED
000570     ACCESS IS DYNAMIC
000580     RECORD KEY IS na-no
000590     FILE STATUS IS nafs.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD logf.
000630 01 logrec pic x(120).
000640 FD parm.
000650 01 card pic x(80).
000660 FD hwckpt.
000670 01 hwrec pic x(21).
000680 FD rpt.
000690 01 rline pic x(100).
000700 FD genmast.
000710 01 gmr.
000720     10 gm-key.
000730         15 gm-stream pic x(8).
000740         15 gm-gen pic 9(4).
000750     10 gm-fn pic x(70).
000760     10 gm-ts pic x(21).
000770     10 gm-cks pic 9(8).
000780     10 gm-fp pic 9(8).
000790     10 gm-st pic x(2).
000792     10 gm-base.
000794         15 gm-bsrc pic 9(4).
000796         15 gm-bcpy pic 9(4).
000798     10 gm-lines pic 9(4).
000800 FD gmnew.
000810 01 ngr.
000820     10 ng-key.
000830         15 ng-stream pic x(8).
000840         15 ng-gen pic 9(4).
000850     10 ng-fn pic x(70).
000860     10 ng-ts pic x(21).
000870     10 ng-cks pic 9(8).
000880     10 ng-fp pic 9(8).
000890     10 ng-st pic x(2).
000892     10 ng-base.
000894         15 ng-bsrc pic 9(4).
000896         15 ng-bcpy pic 9(4).
000898     10 ng-lines pic 9(4).
000900 FD health.
000910 01 hlr.
000920     10 hl-date pic 9(8).
000930     10 hl-verdict pic x(8).
000940     10 hl-cruns pic 9(4).
000950     10 hl-gruns pic 9(4).
000960     10 hl-alerts pic 9(4).
000970     10 hl-cksfail pic 9(4).
000980     10 hl-qcert pic x(8).
000990     10 hl-ts pic x(21).
001000 FD hlnew.
001010 01 nhr.
001020     10 nh-date pic 9(8).
001030     10 nh-verdict pic x(8).
001040     10 nh-cruns pic 9(4).
001050     10 nh-gruns pic 9(4).
001060     10 nh-alerts pic 9(4).
001070     10 nh-cksfail pic 9(4).
001080     10 nh-qcert pic x(8).
001090     10 nh-ts pic x(21).
001100 FD rstat.
001110 01 str.
001120     10 st-key.
001130         15 st-prog pic x(8).
001140         15 st-start pic x(21).
001150     10 st-end pic x(21).
001160     10 st-elap pic 9(7).
001170     10 st-recs pic 9(7).
001180     10 st-rc pic 9(4).
001185     10 st-saved pic 9(7).
001190 FD stnew.
001200 01 nsr.
001210     10 ns-key.
001220         15 ns-prog pic x(8).
001230         15 ns-start pic x(21).
001240     10 ns-end pic x(21).
001250     10 ns-elap pic 9(7).
001260     10 ns-recs pic 9(7).
001270     10 ns-rc pic 9(4).
001275     10 ns-saved pic 9(7).
001280 FD almast.
001290 01 amr.
001300     10 al-no pic 9(6).
001310     10 al-ts pic x(21).
001320     10 al-gen pic 9(4).
001330     10 al-src pic x(40).
001340     10 al-sev pic x(4).
001350     10 al-stat pic x(6).
001360     10 al-who pic x(8).
001370     10 al-ack-ts pic x(21).
001380     10 al-cmt pic x(40).
001382     10 al-cls-who pic x(8).
001384     10 al-cls-ts pic x(21).
001386     10 al-cls-cmt pic x(40).
001390 FD alnew.
001400 01 nar.
001410     10 na-no pic 9(6).
001420     10 na-ts pic x(21).
001430     10 na-gen pic 9(4).
001440     10 na-src pic x(40).
001450     10 na-sev pic x(4).
001460     10 na-stat pic x(6).
001470     10 na-who pic x(8).
001480     10 na-ack-ts pic x(21).
001490     10 na-cmt pic x(40).
001492     10 na-cls-who pic x(8).
001494     10 na-cls-ts pic x(21).
001496     10 na-cls-cmt pic x(40).
001500 WORKING-STORAGE SECTION.
001510 01 lgfs pic xx.
001520 01 pmfs pic xx.
001530 01 hwfs pic xx.
001540 01 rfs pic xx.
001550 01 gmfs pic xx.
001560 01 ngfs pic xx.
001570 01 hlfs pic xx.
001580 01 nhfs pic xx.
001590 01 stfs pic xx.
001600 01 nsfs pic xx.
001610 01 amfs pic xx.
001620 01 nafs pic xx.
001630 01 log-fn pic x(70) value space.
001640 01 aud-fn pic x(70) value space.
001650 01 aenv-fn pic x(70) value space.
001660 01 rpt-fn pic x(70) value space.
001670 01 renv-fn pic x(70) value space.
001680 01 parm-fn pic x(70) value 'Gracebat.parm'.
001690 01 penv-fn pic x(70) value space.
001700 01 menv pic x(10) value space.
001710 01 ienv pic x(1) value space.
001720 01 senv pic x(80) value space.
001730 01 install pic x(1) value 'N'.
001740 01 do-gm pic 9 value 1.
001750 01 do-hl pic 9 value 1.
001760 01 do-st pic 9 value 1.
001770 01 do-al pic 9 value 1.
001780 01 rts pic x(21).
001790 01 kw pic x(20) value space.
001800 01 vptr pic 9(4) value 1.
001810 01 sptr pic 9(4) value 1.
001820 01 wtok pic x(20) value space.
001830 01 smtab.
001840     10 sm-nm pic x(8) occurs 10.
001850 01 smmax pic 9(2) value zero.
001860 01 sx pic 9(2).
001870 01 walk-base pic x(70) value space.
001880 01 walk-kind pic x(1) value space.
001890 01 walk-stream pic x(8) value space.
001900 01 walk-recs pic 9(6) value zero.
001910 01 memct pic 9(3) value zero.
001920 01 memtab.
001930     10 mement occurs 240.
001940         15 mem-per pic x(6).
001950         15 mem-fn pic x(70).
001960 01 mx pic 9(3).
001970 01 ts-fld pic x(21) value space.
001980 01 f2 pic x(40) value space.
001990 01 f3 pic x(70) value space.
002000 01 f4 pic x(40) value space.
002010 01 f5 pic x(10) value space.
002020 01 autab.
002030     10 auent occurs 4000.
002040         15 au-ts pic x(21).
002050         15 au-pg pic x(8).
002060         15 au-fn pic x(70).
002070         15 au-ct pic 9(4).
002080         15 au-tok pic x(4).
002090 01 aumax pic 9(4) value zero.
002100 01 gltab.
002110     10 glent occurs 4000.
002120         15 gl-stream pic x(8).
002130         15 gl-ts pic x(21).
002140         15 gl-gen pic 9(4).
002150         15 gl-cks pic 9(8).
002160         15 gl-fp pic 9(8).
002170         15 gl-fpok pic 9.
002180         15 gl-fn pic x(70).
002190 01 glmax pic 9(4) value zero.
002200 01 lntab.
002210     10 lnent occurs 4000.
002220         15 ln-stream pic x(8).
002230         15 ln-ts pic x(21).
002240         15 ln-out pic x(40).
002250         15 ln-pf pic x(6).
002260 01 lnmax pic 9(4) value zero.
002270 01 aetab.
002280     10 aeent occurs 4000.
002290         15 ae-ts pic x(21).
002300         15 ae-gen pic x(10).
002310         15 ae-src pic x(40).
002320 01 aemax pic 9(4) value zero.
002330 01 dttab.
002340     10 dtent occurs 4000.
002350         15 dt-date pic 9(8).
002360         15 dt-cruns pic 9(4).
002370         15 dt-gruns pic 9(4).
002380         15 dt-gfail pic 9.
002390         15 dt-alerts pic 9(4).
002400 01 dtmax pic 9(4) value zero.
002410 01 trunc pic 9 value zero.
002420 01 ax pic 9(4).
002430 01 gx pic 9(4).
002440 01 lx pic 9(4).
002450 01 dx pic 9(4).
002460 01 hit pic 9(4) value zero.
002470 01 pregen pic 9(4) value zero.
002480 01 gen-ed pic z(3)9.
002490 01 fnok pic 9 value zero.
002500 01 wdate pic 9(8) value zero.
002510 01 lodate pic 9(8) value zero.
002520 01 hidate pic 9(8) value zero.
002530 01 day-i pic 9(7) value zero.
002540 01 hi-i pic 9(7) value zero.
002550 01 hw-ts pic x(21) value space.
002560 01 newhw-ts pic x(21) value space.
002570 01 hwlost pic 9 value zero.
002580 01 alno pic 9(6) value zero.
002590 01 pendct pic 9(4) value zero.
002600 01 survok pic 9 value zero.
002605 01 survcut pic 9 value zero.
002610 01 recct pic 9(5) value zero.
002620 01 partct pic 9(5) value zero.
002630 01 matchct pic 9(5) value zero.
002640 01 diffct pic 9(5) value zero.
002650 01 survct pic 9(5) value zero.
002660 01 newct pic 9(5) value zero.
002670 01 keptct pic 9(5) value zero.
002680 01 carryct pic 9(5) value zero.
002690 01 instct pic 9(5) value zero.
002700 01 nologct pic 9(5) value zero.
002710 01 gapct pic 9(5) value zero.
002720 01 dlist pic x(40) value space.
002730 01 dptr pic 9(3) value 1.
002740 01 flags pic x(50) value space.
002750 01 mast-fn pic x(30) value space.
002760 01 rbld-fn pic x(30) value space.
002770 01 badct pic 9(2) value zero.
002780 01 warnct pic 9(2) value zero.
002790 01 pln pic x(100) value space.
002800 01 num-ed pic z(4)9.
002810 01 num-ed2 pic z(4)9.
002820 01 num-ed3 pic z(4)9.
002830 01 num-ed4 pic z(4)9.
002840 01 num-ed5 pic z(4)9.
002850 01 num-ed6 pic z(4)9.
002860 01 lkfunc pic x(1) value space.
002870 01 lkholder pic x(8) value 'RBLDMAST'.
002880 01 lkintent pic x(20) value 'MASTER REBUILD'.
002890 01 lkreply pic x(1) value space.
002900 01 lockon pic 9 value zero.
002910 PROCEDURE DIVISION.
002920     MOVE FUNCTION CURRENT-DATE TO rts
002930     ACCEPT aenv-fn FROM ENVIRONMENT
002940         'AUDIT_LOG_FILE'
002950     IF aenv-fn NOT = SPACES
002960         MOVE aenv-fn TO aud-fn
002970     ELSE
002980         MOVE 'Audit.log' TO aud-fn
002990     END-IF
003000     ACCEPT renv-fn FROM ENVIRONMENT
003010         'RBLDMAST_OUT_FILE'
003020     IF renv-fn NOT = SPACES
003030         MOVE renv-fn TO rpt-fn
003040     ELSE
003050         MOVE 'Rbldmast.rpt' TO rpt-fn
003060     END-IF
003070     ACCEPT menv FROM ENVIRONMENT
003080         'RBLDMAST_MASTER'
003090     EVALUATE menv
003100         WHEN SPACES
003110             CONTINUE
003120         WHEN 'ALL'
003130             CONTINUE
003140         WHEN 'GENMAST'
003150             MOVE 0 TO do-hl do-st do-al
003160         WHEN 'HEALTH'
003170             MOVE 0 TO do-gm do-st do-al
003180         WHEN 'RUNSTAT'
003190             MOVE 0 TO do-gm do-hl do-al
003200         WHEN 'ALRTMAST'
003210             MOVE 0 TO do-gm do-hl do-st
003220         WHEN OTHER
003230             DISPLAY 'RBLDMAST: invalid RBLDMAST_MASTER '''
003240                 FUNCTION TRIM(menv) ''''
003250             MOVE 8 TO RETURN-CODE
003260             STOP RUN
003270     END-EVALUATE
003280     ACCEPT ienv FROM ENVIRONMENT
003290         'RBLDMAST_INSTALL'
003300     IF ienv = 'Y'
003310         MOVE 'Y' TO install
003320     END-IF
003330     PERFORM GET-STREAMS
003340     OPEN OUTPUT rpt
003350     IF rfs NOT = '00'
003360         DISPLAY 'RBLDMAST: cannot open '
003370             FUNCTION TRIM(rpt-fn) ' status ' rfs
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF
003410     PERFORM GET-RUNLOCK
003420     MOVE 'RBLDMAST  INDEXED MASTER REBUILD FROM THE LOGS'
003430         TO rline
003440     WRITE rline
003450     MOVE SPACES TO pln
003460     IF install = 'Y'
003470         STRING 'RUN ' rts(1:14) '  MODE INSTALL'
003480             INTO pln
003490     ELSE
003500         STRING 'RUN ' rts(1:14) '  MODE REBUILD AND '
003510             'COMPARE ONLY' INTO pln
003520     END-IF
003530     PERFORM PUT-LINE
003540     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > smmax
003550         STRING 'STREAM  ' sm-nm(sx) INTO pln
003560         PERFORM PUT-LINE
003570     END-PERFORM
003580     PERFORM PUT-LINE
003590     PERFORM LOAD-EVIDENCE
003600     IF do-gm = 1
003610         PERFORM REBUILD-GENMAST
003620     END-IF
003630     IF do-hl = 1
003640         PERFORM REBUILD-HEALTH
003650     END-IF
003660     IF do-st = 1
003670         PERFORM REBUILD-RUNSTAT
003680     END-IF
003690     IF do-al = 1
003700         PERFORM REBUILD-ALRTMAST
003710     END-IF
003720     MOVE SPACES TO pln
003730     IF badct > 0
003740         STRING 'RESULT: ' badct ' MASTER(S) COULD NOT BE '
003750             'REBUILT OR INSTALLED' INTO pln
003760         MOVE 8 TO RETURN-CODE
003770     ELSE
003780         IF warnct > 0
003790             STRING 'RESULT: ' warnct ' MASTER(S) DIFFER '
003800                 'FROM OR HAVE NO USABLE SURVIVING COPY'
003810                 INTO pln
003820             MOVE 4 TO RETURN-CODE
003830         ELSE
003840             MOVE 'RESULT: REBUILT MASTERS AGREE WITH THE '
003850                 & 'SURVIVING COPIES' TO pln
003860         END-IF
003870     END-IF
003880     PERFORM PUT-LINE
003890     CLOSE rpt
003900     PERFORM FREE-RUNLOCK
003910     DISPLAY 'RBLDMAST: report written to '
003920         FUNCTION TRIM(rpt-fn)
003930     STOP RUN.
003940 PUT-LINE.
003950     WRITE rline FROM pln
003960     MOVE SPACES TO pln.
003970*    the rebuild must not read a log mid-append or install a
003980*    master under a running writer, so it takes the suite lock
003990 GET-RUNLOCK.
004000     MOVE 'A' TO lkfunc
004010     CALL 'runlock' USING lkfunc lkholder
004020         lkintent lkreply
004030         ON EXCEPTION
004040             DISPLAY 'RBLDMAST: run arbitration '
004050                 'unavailable, proceeding without '
004060                 'the suite lock'
004070             MOVE SPACES TO lkreply
004080     END-CALL
004090     IF lkreply = '1'
004100         DISPLAY 'RBLDMAST: suite busy, rebuild refused'
004110         CLOSE rpt
004120         MOVE 8 TO RETURN-CODE
004130         STOP RUN
004140     END-IF
004150     IF lkreply = '0'
004160         MOVE 1 TO lockon
004170     END-IF.
004180 FREE-RUNLOCK.
004190     IF lockon = 1
004200         MOVE 'R' TO lkfunc
004210         CALL 'runlock' USING lkfunc lkholder
004220             lkintent lkreply
004230             ON EXCEPTION CONTINUE
004240         END-CALL
004250         MOVE 0 TO lockon
004260     END-IF.
004270*    PROD always; the run-control STREAM card and any names in
004280*    RBLDMAST_STREAMS add the named test streams
004290 GET-STREAMS.
004300     MOVE 1 TO smmax
004310     MOVE 'PROD' TO sm-nm(1)
004320     ACCEPT penv-fn FROM ENVIRONMENT
004330         'GRACEBAT_PARM_FILE'
004340     IF penv-fn NOT = SPACES
004350         MOVE penv-fn TO parm-fn
004360     END-IF
004370     OPEN INPUT parm
004380     IF pmfs = '00'
004390         PERFORM UNTIL pmfs = '10'
004400             READ parm
004410                 AT END MOVE '10' TO pmfs
004420                 NOT AT END PERFORM SCAN-CARD
004430             END-READ
004440         END-PERFORM
004450         CLOSE parm
004460     END-IF
004470     ACCEPT senv FROM ENVIRONMENT
004480         'RBLDMAST_STREAMS'
004490     MOVE 1 TO sptr
004500     PERFORM UNTIL sptr > 80
004510         MOVE SPACES TO wtok
004520         UNSTRING senv DELIMITED BY ALL ' '
004530             INTO wtok WITH POINTER sptr
004540         PERFORM ADD-STREAM
004550     END-PERFORM.
004560 SCAN-CARD.
004570     IF card = SPACES OR card(1:1) = '*'
004580         EXIT PARAGRAPH
004590     END-IF
004600     MOVE SPACES TO kw
004610     MOVE 1 TO vptr
004620     UNSTRING card DELIMITED BY '='
004630         INTO kw WITH POINTER vptr
004640     IF kw = 'STREAM' AND vptr <= 80
004650         MOVE FUNCTION TRIM(card(vptr:)) TO wtok
004660         PERFORM ADD-STREAM
004670     END-IF.
004680 ADD-STREAM.
004690     IF wtok = SPACES OR smmax >= 10 OR
004700        FUNCTION LENGTH(FUNCTION TRIM(wtok)) > 8
004710         EXIT PARAGRAPH
004720     END-IF
004730     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > smmax
004740         IF sm-nm(sx) = wtok
004750             EXIT PARAGRAPH
004760         END-IF
004770     END-PERFORM
004780     ADD 1 TO smmax
004790     MOVE wtok TO sm-nm(smmax).
004800*    every log is walked oldest period member first, current
004810*    file last, so the tables below are in chronological order
004820 LOAD-EVIDENCE.
004830     MOVE 'EVIDENCE READ' TO pln
004840     PERFORM PUT-LINE
004850     MOVE aud-fn TO walk-base
004860     MOVE 'A' TO walk-kind
004870     PERFORM READ-LOGSET
004880     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > smmax
004890         MOVE sm-nm(sx) TO walk-stream
004900         MOVE SPACES TO walk-base
004910         IF sm-nm(sx) = 'PROD'
004920             MOVE 'Grace.log' TO walk-base
004930         ELSE
004940             STRING 'Grace_' FUNCTION TRIM(sm-nm(sx))
004950                 '.log' INTO walk-base
004960         END-IF
004970         MOVE 'G' TO walk-kind
004980         PERFORM READ-LOGSET
004990         MOVE SPACES TO walk-base
005000         IF sm-nm(sx) = 'PROD'
005010             MOVE 'Grace_lineage.log' TO walk-base
005020         ELSE
005030             STRING 'Grace_lineage_'
005040                 FUNCTION TRIM(sm-nm(sx)) '.log'
005050                 INTO walk-base
005060         END-IF
005070         MOVE 'L' TO walk-kind
005080         PERFORM READ-LOGSET
005090     END-PERFORM
005100     MOVE 'Grace_alert.log' TO walk-base
005110     MOVE 'X' TO walk-kind
005120     PERFORM READ-LOGSET
005130     IF trunc = 1
005140         MOVE 'WARNING: EVIDENCE PAST 4000 RECORDS PER LOG '
005150             & 'KIND WAS NOT USED' TO pln
005160         PERFORM PUT-LINE
005170     END-IF
005180     PERFORM PUT-LINE.
005190 READ-LOGSET.
005200     MOVE 0 TO walk-recs memct
005210     CALL 'permlist' USING walk-base memct memtab
005220         ON EXCEPTION
005230             MOVE 0 TO memct
005240             MOVE 'WARNING: PERIOD MEMBER LIST UNAVAILABLE, '
005250                 & 'CURRENT FILES ONLY' TO pln
005260             PERFORM PUT-LINE
005270     END-CALL
005280     PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > memct
005290         MOVE mem-fn(mx) TO log-fn
005300         PERFORM READ-ONE-LOG
005310     END-PERFORM
005320     MOVE walk-base TO log-fn
005330     PERFORM READ-ONE-LOG
005340     MOVE memct TO num-ed
005350     MOVE walk-recs TO num-ed2
005360     STRING ' ' walk-base(1:30) num-ed ' PERIOD MEMBER(S) '
005370         '+ CURRENT ' num-ed2 ' RECORD(S)' INTO pln
005380     PERFORM PUT-LINE.
005390 READ-ONE-LOG.
005400     OPEN INPUT logf
005410     IF lgfs NOT = '00'
005420         EXIT PARAGRAPH
005430     END-IF
005440     PERFORM UNTIL lgfs = '10'
005450         READ logf
005460             AT END MOVE '10' TO lgfs
005470             NOT AT END PERFORM TAKE-LOGREC
005480         END-READ
005490     END-PERFORM
005500     CLOSE logf.
005510*    CARRYFWD records are period summaries, not runs
005520 TAKE-LOGREC.
005530     MOVE SPACES TO ts-fld f2 f3 f4 f5
005540     UNSTRING logrec DELIMITED BY ALL ' '
005550         INTO ts-fld f2 f3 f4 f5
005560     IF ts-fld = SPACES OR ts-fld = 'CARRYFWD' OR
005570        ts-fld(1:8) NOT NUMERIC
005580         EXIT PARAGRAPH
005590     END-IF
005600     ADD 1 TO walk-recs
005610     EVALUATE walk-kind
005620         WHEN 'A'
005630             PERFORM TAKE-AUDREC
005640         WHEN 'G'
005650             PERFORM TAKE-GLOGREC
005660         WHEN 'L'
005670             PERFORM TAKE-LINREC
005680         WHEN 'X'
005690             PERFORM TAKE-ALRTREC
005700     END-EVALUATE.
005710 TAKE-AUDREC.
005720     IF f2 NOT = 'COLLEEN' AND f2 NOT = 'GRACE'
005730         EXIT PARAGRAPH
005740     END-IF
005750     IF aumax >= 4000
005760         MOVE 1 TO trunc
005770         EXIT PARAGRAPH
005780     END-IF
005790     ADD 1 TO aumax
005800     MOVE ts-fld TO au-ts(aumax)
005810     MOVE f2 TO au-pg(aumax)
005820     MOVE f3 TO au-fn(aumax)
005830     MOVE 0 TO au-ct(aumax)
005840     IF f4(1:1) >= '0' AND f4(1:1) <= '9'
005850         COMPUTE au-ct(aumax) = FUNCTION NUMVAL(f4)
005860     END-IF
005870     MOVE f5 TO au-tok(aumax).
005880 TAKE-GLOGREC.
005890     IF f2 = SPACES OR f2(1:1) < '0' OR f2(1:1) > '9'
005900         EXIT PARAGRAPH
005910     END-IF
005920     IF glmax >= 4000
005930         MOVE 1 TO trunc
005940         EXIT PARAGRAPH
005950     END-IF
005960     ADD 1 TO glmax
005970     MOVE walk-stream TO gl-stream(glmax)
005980     MOVE ts-fld TO gl-ts(glmax)
005990     COMPUTE gl-gen(glmax) = FUNCTION NUMVAL(f2)
006000     MOVE 0 TO gl-cks(glmax) gl-fp(glmax) gl-fpok(glmax)
006010     IF f3(1:1) >= '0' AND f3(1:1) <= '9'
006020         COMPUTE gl-cks(glmax) = FUNCTION NUMVAL(f3)
006030     END-IF
006040*    records from before the fingerprint era have no fourth
006050*    field; the fingerprint is then not recoverable
006060     IF f4(1:1) >= '0' AND f4(1:1) <= '9'
006070         COMPUTE gl-fp(glmax) = FUNCTION NUMVAL(f4)
006080         MOVE 1 TO gl-fpok(glmax)
006090     END-IF
006100     MOVE SPACES TO gl-fn(glmax).
006110 TAKE-LINREC.
006120     IF lnmax >= 4000
006130         MOVE 1 TO trunc
006140         EXIT PARAGRAPH
006150     END-IF
006160     ADD 1 TO lnmax
006170     MOVE walk-stream TO ln-stream(lnmax)
006180     MOVE ts-fld TO ln-ts(lnmax)
006190     MOVE f4 TO ln-out(lnmax)
006200     MOVE f5 TO ln-pf(lnmax).
006210 TAKE-ALRTREC.
006220     IF aemax >= 4000
006230         MOVE 1 TO trunc
006240         EXIT PARAGRAPH
006250     END-IF
006260     ADD 1 TO aemax
006270     MOVE ts-fld TO ae-ts(aemax)
006280     MOVE f2 TO ae-gen(aemax)
006290     MOVE f3 TO ae-src(aemax).
006300 START-MASTER.
006310     MOVE 0 TO recct partct matchct diffct survct
006320     MOVE 0 TO newct keptct carryct instct nologct
006330     MOVE 0 TO gapct survok survcut
006340     MOVE ALL '=' TO rline(1:60)
006350     WRITE rline
006360     STRING 'MASTER ' FUNCTION TRIM(mast-fn)
006370         '  REBUILT INTO ' FUNCTION TRIM(rbld-fn)
006380         INTO pln
006390     PERFORM PUT-LINE
006400     MOVE ALL '=' TO rline(1:60)
006410     WRITE rline.
006420 END-MASTER.
006430     PERFORM PUT-LINE
006440     MOVE recct TO num-ed
006450     MOVE partct TO num-ed2
006460     STRING 'RECREATED ' num-ed '  WITH UNRECOVERED FIELDS '
006470         num-ed2 INTO pln
006480     PERFORM PUT-LINE
006490     IF survok = 1
006500         MOVE matchct TO num-ed
006510         MOVE diffct TO num-ed2
006520         MOVE survct TO num-ed3
006530         MOVE newct TO num-ed4
006540         STRING 'MATCHED   ' num-ed '  DIFFER ' num-ed2
006550             '  ONLY ON SURVIVING COPY ' num-ed3
006560             '  ONLY IN REBUILD ' num-ed4 INTO pln
006570         PERFORM PUT-LINE
006580         IF diffct > 0 OR survct > 0 OR newct > 0
006590             ADD 1 TO warnct
006600         END-IF
006610     ELSE
006620         ADD 1 TO warnct
006630     END-IF
006640     IF install = 'Y'
006650         MOVE keptct TO num-ed
006660         MOVE carryct TO num-ed2
006670         MOVE instct TO num-ed3
006680         STRING 'KEPT FROM SURVIVING COPY ' num-ed
006690             '  FIELDS CARRIED ' num-ed2
006700             '  INSTALLED ' num-ed3 INTO pln
006710         PERFORM PUT-LINE
006720     ELSE
006730         STRING 'LIVE MASTER NOT CHANGED; REVIEW '
006740             FUNCTION TRIM(rbld-fn) ' AND RERUN WITH '
006750             'RBLDMAST_INSTALL=Y' INTO pln
006760         PERFORM PUT-LINE
006770     END-IF
006780     PERFORM PUT-LINE.
006781*    a survivor that could not be read to the end still holds
006782*    records and fields past the break that no log can supply;
006783*    loading over it would destroy them, so the install waits
006784*    until the surviving copy has been saved and repaired
006785 REFUSE-INSTALL.
006786     STRING 'INSTALL REFUSED: SURVIVING COPY OF '
006787         FUNCTION TRIM(mast-fn) ' NOT READ TO THE END' INTO pln
006788     PERFORM PUT-LINE
006790     MOVE 'LIVE MASTER NOT CHANGED; SAVE AND REPAIR IT, THEN '
006792         & 'RERUN' TO pln
006794     PERFORM PUT-LINE
006796     ADD 1 TO badct.
006798 SURVIVOR-STATUS.
006800     EVALUATE gmfs
006810         WHEN '00'
006820             MOVE 1 TO survok
006830         WHEN '35'
006840             STRING 'NO SURVIVING COPY OF '
006850                 FUNCTION TRIM(mast-fn) INTO pln
006860             PERFORM PUT-LINE
006870         WHEN OTHER
006880             STRING 'SURVIVING COPY OF '
006890                 FUNCTION TRIM(mast-fn)
006900                 ' UNREADABLE, STATUS ' gmfs INTO pln
006910             PERFORM PUT-LINE
006920     END-EVALUATE.
006930*----------------------------------------------------------------
006940*    Grace_genmast.dat: one record per Grace.log run record; the
006950*    kid file comes from the Audit.log GRACE record stamped with
006960*    the same timestamp, the P/F status from the stream's latest
006970*    lineage verdict on that kid. A failed chain build that never
006980*    reached Grace.log is recreated from its lineage record under
006990*    the number genmupd gave it (last Grace.log generation + 1).
006995*    A REUSED verdict is a pass whose build skipped the compile.
007000*----------------------------------------------------------------
007010 REBUILD-GENMAST.
007020     MOVE 'Grace_genmast.dat' TO mast-fn
007030     MOVE 'Grace_genmast.rbld' TO rbld-fn
007040     PERFORM START-MASTER
007050     OPEN OUTPUT gmnew
007060     IF ngfs NOT = '00'
007070         STRING 'CANNOT CREATE Grace_genmast.rbld, STATUS '
007080             ngfs INTO pln
007090         PERFORM PUT-LINE
007100         ADD 1 TO badct
007110         EXIT PARAGRAPH
007120     END-IF
007130     CLOSE gmnew
007140     OPEN I-O gmnew
007150     PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > glmax
007160         PERFORM GM-FROM-GLOG
007170     END-PERFORM
007180     PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > lnmax
007190         IF ln-pf(lx) = 'FAIL'
007200             PERFORM GM-FROM-LINEAGE
007210         END-IF
007220     END-PERFORM
007230     CLOSE gmnew
007240     PERFORM COMPARE-GENMAST
007250     PERFORM INSTALL-GENMAST
007260     PERFORM END-MASTER.
007270 GM-FROM-GLOG.
007280     MOVE SPACES TO flags
007290     MOVE gl-stream(gx) TO ng-stream
007300     MOVE gl-gen(gx) TO ng-gen
007310     MOVE gl-ts(gx) TO ng-ts
007320     MOVE gl-cks(gx) TO ng-cks
007330     MOVE gl-fp(gx) TO ng-fp
007340     MOVE SPACES TO ng-fn
007345     MOVE ZEROS TO ng-base ng-lines
007350     MOVE 0 TO hit
007360     PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aumax
007370         IF au-ts(ax) = gl-ts(gx) AND au-pg(ax) = 'GRACE'
007380             MOVE ax TO hit
007390             MOVE aumax TO ax
007400         END-IF
007410     END-PERFORM
007420     IF hit > 0
007430         MOVE au-fn(hit) TO ng-fn
007440     ELSE
007450*        grace's own default naming when no audit record
007460         MOVE gl-gen(gx) TO gen-ed
007470         STRING 'Grace_kid' FUNCTION TRIM(gen-ed) '.cob'
007480             INTO ng-fn
007490         MOVE 'KID NAME INFERRED' TO flags
007500     END-IF
007510     MOVE ng-fn TO gl-fn(gx)
007520     IF gl-fpok(gx) = 0
007530         STRING FUNCTION TRIM(flags) ' NO FINGERPRINT LOGGED'
007540             INTO flags
007550     END-IF
007560     MOVE '00' TO ng-st
007570     PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > lnmax
007580         IF ln-stream(lx) = gl-stream(gx) AND
007590            ln-out(lx) = ng-fn AND ln-ts(lx) >= gl-ts(gx)
007600             IF ln-pf(lx) = 'PASS' OR ln-pf(lx) = 'REUSED'
007610                 MOVE 'P ' TO ng-st
007620             ELSE
007630                 MOVE 'F ' TO ng-st
007640             END-IF
007650         END-IF
007660     END-PERFORM
007670     WRITE ngr
007680         INVALID KEY REWRITE ngr
007690     END-WRITE
007700     PERFORM GM-RECREATED.
007710 GM-FROM-LINEAGE.
007720     MOVE 0 TO hit pregen
007730     PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > glmax
007740         IF gl-stream(gx) = ln-stream(lx)
007750             IF gl-fn(gx) = ln-out(lx) AND
007760                gl-ts(gx) <= ln-ts(lx)
007770                 MOVE gx TO hit
007780             END-IF
007790             IF gl-ts(gx) < ln-ts(lx) AND
007800                gl-gen(gx) > pregen
007810                 MOVE gl-gen(gx) TO pregen
007820             END-IF
007830         END-IF
007840     END-PERFORM
007850     IF hit > 0
007860         EXIT PARAGRAPH
007870     END-IF
007880     MOVE ln-stream(lx) TO ng-stream
007890     COMPUTE ng-gen = pregen + 1
007900     READ gmnew
007910         INVALID KEY
007920             MOVE ln-out(lx) TO ng-fn
007930             MOVE ln-ts(lx) TO ng-ts
007940             MOVE 0 TO ng-cks ng-fp
007945             MOVE ZEROS TO ng-base ng-lines
007950             MOVE 'F ' TO ng-st
007960             WRITE ngr
007970             MOVE 'FROM LINEAGE ONLY, NO CHECKSUM OR FINGERPRINT'
007980                 TO flags
007990             PERFORM GM-RECREATED
008000     END-READ.
008010 GM-RECREATED.
008020     ADD 1 TO recct
008030     IF flags NOT = SPACES
008040         ADD 1 TO partct
008050     END-IF
008060     STRING 'RECREATED ' ng-stream ' ' ng-gen ' '
008070         ng-fn(1:24) ' ' ng-st ' ' FUNCTION TRIM(flags)
008080         INTO pln
008090     PERFORM PUT-LINE.
008100 COMPARE-GENMAST.
008110     PERFORM PUT-LINE
008120     OPEN INPUT genmast
008130     PERFORM SURVIVOR-STATUS
008140     IF survok = 0
008150         EXIT PARAGRAPH
008160     END-IF
008170     MOVE 'COMPARISON WITH THE SURVIVING COPY' TO pln
008180     PERFORM PUT-LINE
008190     OPEN I-O gmnew
008200     PERFORM UNTIL gmfs NOT = '00'
008210         READ genmast NEXT RECORD
008220             AT END MOVE '10' TO gmfs
008230             NOT AT END PERFORM GM-COMPARE-ONE
008240         END-READ
008250     END-PERFORM
008260     IF gmfs NOT = '10'
008270         STRING 'SURVIVING COPY READ STOPPED, STATUS ' gmfs
008280             INTO pln
008290         PERFORM PUT-LINE
008300         ADD 1 TO diffct
008305         MOVE 1 TO survcut
008310     END-IF
008320     CLOSE genmast
008330     CLOSE gmnew
008340*    second pass: what the logs gave that the survivor lacks
008350     OPEN INPUT genmast
008360     OPEN INPUT gmnew
008370     PERFORM UNTIL ngfs NOT = '00'
008380         READ gmnew NEXT RECORD
008390             AT END MOVE '10' TO ngfs
008400             NOT AT END
008410                 MOVE ng-key TO gm-key
008420                 READ genmast
008430                     INVALID KEY
008440                         ADD 1 TO newct
008450                         STRING 'NOT ON SURVIVING COPY '
008460                             ng-stream ' ' ng-gen ' '
008470                             FUNCTION TRIM(ng-fn) INTO pln
008480                         PERFORM PUT-LINE
008490                 END-READ
008500         END-READ
008510     END-PERFORM
008520     CLOSE genmast
008530     CLOSE gmnew.
008540 GM-COMPARE-ONE.
008550     MOVE gm-key TO ng-key
008560     READ gmnew
008570         INVALID KEY
008580             ADD 1 TO survct
008590             STRING 'ONLY ON SURVIVING COPY ' gm-stream ' '
008600                 gm-gen ' ' FUNCTION TRIM(gm-fn) INTO pln
008610             PERFORM PUT-LINE
008620             IF install = 'Y'
008630                 MOVE gmr TO ngr
008640                 WRITE ngr
008650                 ADD 1 TO keptct
008660             END-IF
008670         NOT INVALID KEY
008680             PERFORM GM-DIFF
008690     END-READ.
008700 GM-DIFF.
008710     MOVE SPACES TO dlist
008720     MOVE 1 TO dptr
008730     IF gm-fn NOT = ng-fn
008740         STRING 'FN ' DELIMITED BY SIZE
008750             INTO dlist WITH POINTER dptr
008760     END-IF
008770     IF gm-ts NOT = ng-ts
008780         STRING 'TS ' DELIMITED BY SIZE
008790             INTO dlist WITH POINTER dptr
008800     END-IF
008810     IF gm-cks NOT = ng-cks
008820         STRING 'CKS ' DELIMITED BY SIZE
008830             INTO dlist WITH POINTER dptr
008840     END-IF
008850     IF gm-fp NOT = ng-fp
008860         STRING 'FP ' DELIMITED BY SIZE
008870             INTO dlist WITH POINTER dptr
008880     END-IF
008890     IF gm-st NOT = ng-st
008900         STRING 'ST ' DELIMITED BY SIZE
008910             INTO dlist WITH POINTER dptr
008920     END-IF
008930     IF dlist = SPACES
008940         ADD 1 TO matchct
008950     ELSE
008960         ADD 1 TO diffct
008970         STRING 'DIFFERS ' gm-stream ' ' gm-gen ' FIELD(S) '
008980             dlist INTO pln
008990         PERFORM PUT-LINE
009000     END-IF
009010*    checksum and fingerprint the logs could not supply are
009020*    taken from the survivor on install
009030     IF install = 'Y' AND ng-fp = 0 AND gm-fp > 0
009040         IF ng-cks = 0
009050             MOVE gm-cks TO ng-cks
009060         END-IF
009070         MOVE gm-fp TO ng-fp
009080         REWRITE ngr
009090         ADD 1 TO carryct
009100     END-IF
009102*    the source baseline and the kid's line count are on no
009104*    log at all: a rebuilt record gets them from the survivor
009105*    or goes without
009106     IF install = 'Y' AND ng-base = ZEROS
009107        AND gm-base NOT = ZEROS
009108         MOVE gm-base TO ng-base
009109         REWRITE ngr
009110         ADD 1 TO carryct
009111     END-IF
009112     IF install = 'Y' AND ng-lines = 0 AND gm-lines > 0
009113         MOVE gm-lines TO ng-lines
009114         REWRITE ngr
009115         ADD 1 TO carryct
009116     END-IF.
009117 INSTALL-GENMAST.
009120     IF install NOT = 'Y'
009130         EXIT PARAGRAPH
009140     END-IF
009145     IF survcut = 1
009146         PERFORM REFUSE-INSTALL
009147         EXIT PARAGRAPH
009148     END-IF
009150     OPEN INPUT gmnew
009160     OPEN OUTPUT genmast
009170     IF gmfs NOT = '00'
009180         STRING 'INSTALL FAILED, Grace_genmast.dat STATUS '
009190             gmfs INTO pln
009200         PERFORM PUT-LINE
009210         CLOSE gmnew
009220         ADD 1 TO badct
009230         EXIT PARAGRAPH
009240     END-IF
009250     PERFORM UNTIL ngfs NOT = '00'
009260         READ gmnew NEXT RECORD
009270             AT END MOVE '10' TO ngfs
009280             NOT AT END
009290                 MOVE ngr TO gmr
009300                 WRITE gmr
009310                 ADD 1 TO instct
009320         END-READ
009330     END-PERFORM
009340     CLOSE gmnew
009350     CLOSE genmast.
009360*----------------------------------------------------------------
009370*    Grace_health.dat: one record per night with COLLEEN/GRACE
009380*    audit records or alerts, judged the way NVERDICT judges.
009390*    The CKSWEEP/QUINCERT verdicts and the write-restart state
009400*    are not logged per night and cannot be recovered.
009410*----------------------------------------------------------------
009420 REBUILD-HEALTH.
009430     MOVE 'Grace_health.dat' TO mast-fn
009440     MOVE 'Grace_health.rbld' TO rbld-fn
009450     PERFORM START-MASTER
009460     MOVE 0 TO dtmax lodate hidate
009470     PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aumax
009480         COMPUTE wdate = FUNCTION NUMVAL(au-ts(ax)(1:8))
009490         PERFORM FIND-DATE
009500         IF dx > 0
009510             IF au-pg(ax) = 'COLLEEN'
009520                 ADD 1 TO dt-cruns(dx)
009530             ELSE
009540                 ADD 1 TO dt-gruns(dx)
009550                 IF au-tok(ax) = 'FAIL'
009560                     MOVE 1 TO dt-gfail(dx)
009570                 END-IF
009580             END-IF
009590         END-IF
009600     END-PERFORM
009610     PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aemax
009620         COMPUTE wdate = FUNCTION NUMVAL(ae-ts(ax)(1:8))
009630         PERFORM FIND-DATE
009640         IF dx > 0
009650             ADD 1 TO dt-alerts(dx)
009660         END-IF
009670     END-PERFORM
009680     OPEN OUTPUT hlnew
009690     IF nhfs NOT = '00'
009700         STRING 'CANNOT CREATE Grace_health.rbld, STATUS '
009710             nhfs INTO pln
009720         PERFORM PUT-LINE
009730         ADD 1 TO badct
009740         EXIT PARAGRAPH
009750     END-IF
009760     MOVE 'FIELDS NOT RECOVERABLE ON ANY NIGHT: CKSWEEP '
009770         & 'FAILURES, QUINCERT VERDICT, VERDICT TIME' TO pln
009780     PERFORM PUT-LINE
009790     MOVE 'VERDICTS JUDGED WITHOUT CKSWEEP/QUINCERT AND THE '
009800         & 'WRITE-RESTART CHECKPOINT' TO pln
009810     PERFORM PUT-LINE
009820     PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dtmax
009830         PERFORM HL-FROM-DATE
009840     END-PERFORM
009850     CLOSE hlnew
009860     PERFORM HL-GAPS
009870     PERFORM COMPARE-HEALTH
009880     PERFORM INSTALL-HEALTH
009890     PERFORM END-MASTER.
009900 FIND-DATE.
009910     MOVE 0 TO dx
009920     IF wdate < 19000101
009930         EXIT PARAGRAPH
009940     END-IF
009950     PERFORM VARYING hit FROM dtmax BY -1 UNTIL hit < 1
009960         IF dt-date(hit) = wdate
009970             MOVE hit TO dx
009980             MOVE 1 TO hit
009990         END-IF
010000     END-PERFORM
010010     IF dx > 0 OR dtmax >= 4000
010020         EXIT PARAGRAPH
010030     END-IF
010040     ADD 1 TO dtmax
010050     MOVE dtmax TO dx
010060     MOVE wdate TO dt-date(dx)
010070     MOVE 0 TO dt-cruns(dx) dt-gruns(dx) dt-gfail(dx)
010080     MOVE 0 TO dt-alerts(dx)
010090     IF lodate = 0 OR wdate < lodate
010100         MOVE wdate TO lodate
010110     END-IF
010120     IF wdate > hidate
010130         MOVE wdate TO hidate
010140     END-IF.
010150 HL-FROM-DATE.
010160     MOVE dt-date(dx) TO nh-date
010170     MOVE 'CLEAN' TO nh-verdict
010180     IF dt-alerts(dx) > 0
010190         MOVE 'DEGRADED' TO nh-verdict
010200     END-IF
010210     IF dt-cruns(dx) = 0 OR dt-gruns(dx) = 0 OR
010220        dt-gfail(dx) = 1
010230         MOVE 'FAILED' TO nh-verdict
010240     END-IF
010250     MOVE dt-cruns(dx) TO nh-cruns
010260     MOVE dt-gruns(dx) TO nh-gruns
010270     MOVE dt-alerts(dx) TO nh-alerts
010280     MOVE 0 TO nh-cksfail
010290     MOVE 'UNKNOWN' TO nh-qcert
010300     MOVE rts TO nh-ts
010310     WRITE nhr
010320         INVALID KEY REWRITE nhr
010330     END-WRITE
010340     ADD 1 TO recct partct
010350     STRING 'RECREATED ' nh-date ' ' nh-verdict
010360         ' COLLEEN ' nh-cruns ' GRACE ' nh-gruns
010370         ' ALERTS ' nh-alerts INTO pln
010380     PERFORM PUT-LINE.
010390*    a night with no evidence at all cannot be told apart from
010400*    a night the suite never ran; it is listed, not invented
010410 HL-GAPS.
010420     IF dtmax = 0
010430         EXIT PARAGRAPH
010440     END-IF
010450     COMPUTE day-i = FUNCTION INTEGER-OF-DATE(lodate)
010460     COMPUTE hi-i = FUNCTION INTEGER-OF-DATE(hidate)
010470     PERFORM UNTIL day-i > hi-i
010480         COMPUTE wdate = FUNCTION DATE-OF-INTEGER(day-i)
010490         MOVE 0 TO hit
010500         PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dtmax
010510             IF dt-date(dx) = wdate
010520                 MOVE dx TO hit
010530                 MOVE dtmax TO dx
010540             END-IF
010550         END-PERFORM
010560         IF hit = 0
010570             ADD 1 TO gapct
010580             STRING 'NO EVIDENCE FOR NIGHT ' wdate
010590                 ', NOT RECREATED' INTO pln
010600             PERFORM PUT-LINE
010610         END-IF
010620         ADD 1 TO day-i
010630     END-PERFORM.
010640 COMPARE-HEALTH.
010650     PERFORM PUT-LINE
010660     OPEN INPUT health
010670     MOVE hlfs TO gmfs
010680     PERFORM SURVIVOR-STATUS
010690     IF survok = 0
010700         EXIT PARAGRAPH
010710     END-IF
010720     MOVE 'COMPARISON WITH THE SURVIVING COPY' TO pln
010730     PERFORM PUT-LINE
010740     OPEN I-O hlnew
010750     PERFORM UNTIL hlfs NOT = '00'
010760         READ health NEXT RECORD
010770             AT END MOVE '10' TO hlfs
010780             NOT AT END PERFORM HL-COMPARE-ONE
010790         END-READ
010800     END-PERFORM
010810     IF hlfs NOT = '10'
010820         STRING 'SURVIVING COPY READ STOPPED, STATUS ' hlfs
010830             INTO pln
010840         PERFORM PUT-LINE
010850         ADD 1 TO diffct
010855         MOVE 1 TO survcut
010860     END-IF
010870     CLOSE health
010880     CLOSE hlnew
010890     OPEN INPUT health
010900     OPEN INPUT hlnew
010910     PERFORM UNTIL nhfs NOT = '00'
010920         READ hlnew NEXT RECORD
010930             AT END MOVE '10' TO nhfs
010940             NOT AT END
010950                 MOVE nh-date TO hl-date
010960                 READ health
010970                     INVALID KEY
010980                         ADD 1 TO newct
010990                         STRING 'NOT ON SURVIVING COPY '
011000                             nh-date ' ' nh-verdict INTO pln
011010                         PERFORM PUT-LINE
011020                 END-READ
011030         END-READ
011040     END-PERFORM
011050     CLOSE health
011060     CLOSE hlnew.
011070 HL-COMPARE-ONE.
011080     MOVE hl-date TO nh-date
011090     READ hlnew
011100         INVALID KEY
011110             ADD 1 TO survct
011120             STRING 'ONLY ON SURVIVING COPY ' hl-date ' '
011130                 hl-verdict INTO pln
011140             PERFORM PUT-LINE
011150             IF install = 'Y'
011160                 MOVE hlr TO nhr
011170                 WRITE nhr
011180                 ADD 1 TO keptct
011190             END-IF
011200         NOT INVALID KEY
011210             PERFORM HL-DIFF
011220     END-READ.
011230 HL-DIFF.
011240     MOVE SPACES TO dlist
011250     MOVE 1 TO dptr
011260     IF hl-verdict NOT = nh-verdict
011270         STRING 'VERDICT ' DELIMITED BY SIZE
011280             INTO dlist WITH POINTER dptr
011290     END-IF
011300     IF hl-cruns NOT = nh-cruns
011310         STRING 'CRUNS ' DELIMITED BY SIZE
011320             INTO dlist WITH POINTER dptr
011330     END-IF
011340     IF hl-gruns NOT = nh-gruns
011350         STRING 'GRUNS ' DELIMITED BY SIZE
011360             INTO dlist WITH POINTER dptr
011370     END-IF
011380     IF hl-alerts NOT = nh-alerts
011390         STRING 'ALERTS ' DELIMITED BY SIZE
011400             INTO dlist WITH POINTER dptr
011410     END-IF
011420     IF dlist = SPACES
011430         ADD 1 TO matchct
011440     ELSE
011450         ADD 1 TO diffct
011460         STRING 'DIFFERS ' hl-date ' WAS ' hl-verdict
011470             ' FIELD(S) ' dlist INTO pln
011480         PERFORM PUT-LINE
011490     END-IF
011500*    the sweep verdicts and verdict time survive only on the
011510*    old copy; a sweep failure there still degrades the night
011520     IF install = 'Y'
011530         MOVE hl-cksfail TO nh-cksfail
011540         MOVE hl-qcert TO nh-qcert
011550         MOVE hl-ts TO nh-ts
011560         IF nh-verdict = 'CLEAN' AND
011570            (nh-cksfail > 0 OR nh-qcert = 'FAILED')
011580             MOVE 'DEGRADED' TO nh-verdict
011590         END-IF
011600         REWRITE nhr
011610         ADD 1 TO carryct
011620     END-IF.
011630 INSTALL-HEALTH.
011640     IF install NOT = 'Y'
011650         EXIT PARAGRAPH
011660     END-IF
011665     IF survcut = 1
011666         PERFORM REFUSE-INSTALL
011667         EXIT PARAGRAPH
011668     END-IF
011670     OPEN INPUT hlnew
011680     OPEN OUTPUT health
011690     IF hlfs NOT = '00'
011700         STRING 'INSTALL FAILED, Grace_health.dat STATUS '
011710             hlfs INTO pln
011720         PERFORM PUT-LINE
011730         CLOSE hlnew
011740         ADD 1 TO badct
011750         EXIT PARAGRAPH
011760     END-IF
011770     PERFORM UNTIL nhfs NOT = '00'
011780         READ hlnew NEXT RECORD
011790             AT END MOVE '10' TO nhfs
011800             NOT AT END
011810                 MOVE nhr TO hlr
011820                 WRITE hlr
011830                 ADD 1 TO instct
011840         END-READ
011850     END-PERFORM
011860     CLOSE hlnew
011870     CLOSE health.
011880*----------------------------------------------------------------
011890*    Grace_runstat.dat: GRACE runs are keyed by the timestamp
011900*    grace stamps on its audit record, which is the start it
011910*    files with runstat; COLLEEN's audit time precedes its run
011920*    record by a moment, so COLLEEN matches to the second. End
011930*    time and elapsed seconds are never logged, and programs
011940*    that write no audit record cannot be recreated at all.
011950*----------------------------------------------------------------
011960 REBUILD-RUNSTAT.
011970     MOVE 'Grace_runstat.dat' TO mast-fn
011980     MOVE 'Grace_runstat.rbld' TO rbld-fn
011990     PERFORM START-MASTER
012000     OPEN OUTPUT stnew
012010     IF nsfs NOT = '00'
012020         STRING 'CANNOT CREATE Grace_runstat.rbld, STATUS '
012030             nsfs INTO pln
012040         PERFORM PUT-LINE
012050         ADD 1 TO badct
012060         EXIT PARAGRAPH
012070     END-IF
012080     MOVE 'FIELDS NOT RECOVERABLE ON ANY RUN: END TIME, '
012090         & 'ELAPSED SECONDS' TO pln
012100     PERFORM PUT-LINE
012110     MOVE 'RUNS OF PROGRAMS THAT WRITE NO AUDIT RECORD '
012120         & 'CANNOT BE RECREATED' TO pln
012130     PERFORM PUT-LINE
012140     PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aumax
012150         MOVE au-pg(ax) TO ns-prog
012160         MOVE au-ts(ax) TO ns-start
012170         MOVE SPACES TO ns-end
012180         MOVE 0 TO ns-elap ns-saved
012190         MOVE au-ct(ax) TO ns-recs
012200         MOVE 0 TO ns-rc
012210         IF au-tok(ax) = 'FAIL'
012220             MOVE 16 TO ns-rc
012230         END-IF
012240         WRITE nsr
012250             INVALID KEY REWRITE nsr
012260         END-WRITE
012270         ADD 1 TO recct partct
012280         STRING 'RECREATED ' ns-prog ' ' ns-start(1:14)
012290             ' RECORDS ' ns-recs ' RC ' ns-rc INTO pln
012300         IF ns-prog = 'COLLEEN'
012310             STRING FUNCTION TRIM(pln)
012320                 ' START APPROXIMATE' INTO pln
012330         END-IF
012340         PERFORM PUT-LINE
012350     END-PERFORM
012360     CLOSE stnew
012370     PERFORM COMPARE-RUNSTAT
012380     PERFORM INSTALL-RUNSTAT
012390     PERFORM END-MASTER.
012400 COMPARE-RUNSTAT.
012410     PERFORM PUT-LINE
012420     OPEN INPUT rstat
012430     MOVE stfs TO gmfs
012440     PERFORM SURVIVOR-STATUS
012450     IF survok = 0
012460         EXIT PARAGRAPH
012470     END-IF
012480     MOVE 'COMPARISON WITH THE SURVIVING COPY' TO pln
012490     PERFORM PUT-LINE
012500     OPEN I-O stnew
012510     PERFORM UNTIL stfs NOT = '00'
012520         READ rstat NEXT RECORD
012530             AT END MOVE '10' TO stfs
012540             NOT AT END PERFORM ST-COMPARE-ONE
012550         END-READ
012560     END-PERFORM
012570     IF stfs NOT = '10'
012580         STRING 'SURVIVING COPY READ STOPPED, STATUS ' stfs
012590             INTO pln
012600         PERFORM PUT-LINE
012610         ADD 1 TO diffct
012615         MOVE 1 TO survcut
012620     END-IF
012630     CLOSE rstat
012640     CLOSE stnew
012650     IF nologct > 0
012660         MOVE nologct TO num-ed
012670         STRING num-ed ' RUN(S) OF PROGRAMS WITHOUT AUDIT '
012680             'RECORDS ARE ONLY ON THE SURVIVING COPY' INTO pln
012690         PERFORM PUT-LINE
012700     END-IF
012710     OPEN INPUT rstat
012720     OPEN INPUT stnew
012730     PERFORM UNTIL nsfs NOT = '00'
012740         READ stnew NEXT RECORD
012750             AT END MOVE '10' TO nsfs
012760             NOT AT END PERFORM ST-FIND-SURV
012770         END-READ
012780     END-PERFORM
012790     CLOSE rstat
012800     CLOSE stnew.
012810 ST-COMPARE-ONE.
012820     IF st-prog NOT = 'COLLEEN' AND st-prog NOT = 'GRACE'
012830         ADD 1 TO nologct
012840         IF install = 'Y'
012850             MOVE str TO nsr
012860             WRITE nsr
012870                 INVALID KEY CONTINUE
012880             END-WRITE
012890             ADD 1 TO keptct
012900         END-IF
012910         EXIT PARAGRAPH
012920     END-IF
012930     MOVE st-key TO ns-key
012940     MOVE 0 TO hit
012950     READ stnew
012960         INVALID KEY CONTINUE
012970         NOT INVALID KEY MOVE 1 TO hit
012980     END-READ
012990     IF hit = 0
013000*        same program, same second
013010         MOVE st-prog TO ns-prog
013020         MOVE st-start(1:14) TO ns-start
013030         START stnew KEY NOT < ns-key
013040             INVALID KEY MOVE '23' TO nsfs
013050         END-START
013060         IF nsfs = '00'
013070             READ stnew NEXT RECORD
013080                 AT END MOVE '10' TO nsfs
013090             END-READ
013100             IF nsfs = '00' AND ns-prog = st-prog AND
013110                ns-start(1:14) = st-start(1:14)
013120                 MOVE 1 TO hit
013130             END-IF
013140         END-IF
013150         MOVE '00' TO nsfs
013160     END-IF
013170     IF hit = 0
013180         ADD 1 TO survct
013190         STRING 'ONLY ON SURVIVING COPY ' st-prog ' '
013200             st-start(1:14) INTO pln
013210         PERFORM PUT-LINE
013220         IF install = 'Y'
013230             MOVE str TO nsr
013240             WRITE nsr
013250                 INVALID KEY CONTINUE
013260             END-WRITE
013270             ADD 1 TO keptct
013280         END-IF
013290         EXIT PARAGRAPH
013300     END-IF
013310     MOVE SPACES TO dlist
013320     MOVE 1 TO dptr
013330     IF st-recs NOT = ns-recs
013340         STRING 'RECS ' DELIMITED BY SIZE
013350             INTO dlist WITH POINTER dptr
013360     END-IF
013370     IF st-rc NOT = ns-rc
013380         STRING 'RC ' DELIMITED BY SIZE
013390             INTO dlist WITH POINTER dptr
013400     END-IF
013410     IF dlist = SPACES
013420         ADD 1 TO matchct
013430     ELSE
013440         ADD 1 TO diffct
013450         STRING 'DIFFERS ' st-prog ' ' st-start(1:14)
013460             ' FIELD(S) ' dlist INTO pln
013470         PERFORM PUT-LINE
013480     END-IF
013490*    the survivor's own record carries the real start, end
013500*    and elapsed time, so on install it replaces the rebuild
013510     IF install = 'Y'
013520         DELETE stnew RECORD
013530             INVALID KEY CONTINUE
013540         END-DELETE
013550         MOVE str TO nsr
013560         WRITE nsr
013570             INVALID KEY REWRITE nsr
013580         END-WRITE
013590         ADD 1 TO carryct
013600     END-IF.
013610 ST-FIND-SURV.
013620     MOVE ns-key TO st-key
013630     READ rstat
013640         INVALID KEY
013650             MOVE ns-prog TO st-prog
013660             MOVE ns-start(1:14) TO st-start
013670             START rstat KEY NOT < st-key
013680                 INVALID KEY MOVE '23' TO stfs
013690             END-START
013700             IF stfs = '00'
013710                 READ rstat NEXT RECORD
013720                     AT END MOVE '10' TO stfs
013730                 END-READ
013740             END-IF
013750             IF stfs NOT = '00' OR st-prog NOT = ns-prog OR
013760                st-start(1:14) NOT = ns-start(1:14)
013770                 ADD 1 TO newct
013780                 STRING 'NOT ON SURVIVING COPY ' ns-prog ' '
013790                     ns-start(1:14) INTO pln
013800                 PERFORM PUT-LINE
013810             END-IF
013820             MOVE '00' TO stfs
013830     END-READ.
013840 INSTALL-RUNSTAT.
013850     IF install NOT = 'Y'
013860         EXIT PARAGRAPH
013870     END-IF
013875     IF survcut = 1
013876         PERFORM REFUSE-INSTALL
013877         EXIT PARAGRAPH
013878     END-IF
013880     OPEN INPUT stnew
013890     OPEN OUTPUT rstat
013900     IF stfs NOT = '00'
013910         STRING 'INSTALL FAILED, Grace_runstat.dat STATUS '
013920             stfs INTO pln
013930         PERFORM PUT-LINE
013940         CLOSE stnew
013950         ADD 1 TO badct
013960         EXIT PARAGRAPH
013970     END-IF
013980     PERFORM UNTIL nsfs NOT = '00'
013990         READ stnew NEXT RECORD
014000             AT END MOVE '10' TO nsfs
014010             NOT AT END
014020                 MOVE nsr TO str
014030                 WRITE str
014040                 ADD 1 TO instct
014050         END-READ
014060     END-PERFORM
014070     CLOSE stnew
014080     CLOSE rstat.
014090*----------------------------------------------------------------
014100*    Grace_alrtmast.dat: ALRTMGR numbers alerts 1, 2, 3 ... in
014110*    Grace_alert.log order as its loader folds them in, up to
014120*    the high-water timestamp; records past the mark are left
014130*    for the next load. Status, ACK/CLOSE operator, time and
014140*    comment live only on the master and come back OPEN unless
014150*    the surviving copy still has them.
014160*----------------------------------------------------------------
014170 REBUILD-ALRTMAST.
014180     MOVE 'Grace_alrtmast.dat' TO mast-fn
014190     MOVE 'Grace_alrtmast.rbld' TO rbld-fn
014200     PERFORM START-MASTER
014210     MOVE SPACES TO hw-ts newhw-ts
014220     MOVE 0 TO hwlost alno pendct
014230     OPEN INPUT hwckpt
014240     IF hwfs = '00'
014250         READ hwckpt INTO hw-ts
014260             AT END CONTINUE
014270         END-READ
014280         CLOSE hwckpt
014290     END-IF
014300     IF hw-ts = SPACES
014310         MOVE 1 TO hwlost
014320         MOVE 'NO HIGH-WATER CHECKPOINT: EVERY LOGGED ALERT '
014330             & 'IS TAKEN AS LOADED' TO pln
014340     ELSE
014350         STRING 'HIGH-WATER MARK ' hw-ts(1:14) INTO pln
014360     END-IF
014370     PERFORM PUT-LINE
014380     MOVE 'FIELDS NOT RECOVERABLE ON ANY ALERT: STATUS, ACK/'
014390         & 'CLOSE OPERATOR, TIME AND COMMENT' TO pln
014400     PERFORM PUT-LINE
014410     OPEN OUTPUT alnew
014420     IF nafs NOT = '00'
014430         STRING 'CANNOT CREATE Grace_alrtmast.rbld, STATUS '
014440             nafs INTO pln
014450         PERFORM PUT-LINE
014460         ADD 1 TO badct
014470         EXIT PARAGRAPH
014480     END-IF
014490     PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aemax
014500         PERFORM AL-FROM-LOG
014510     END-PERFORM
014520     CLOSE alnew
014530     IF pendct > 0
014540         MOVE pendct TO num-ed
014550         STRING num-ed ' ALERT(S) PAST THE HIGH-WATER MARK '
014560             'LEFT FOR THE NEXT ALRTMGR LOAD' INTO pln
014570         PERFORM PUT-LINE
014580     END-IF
014590     PERFORM COMPARE-ALRTMAST
014600     PERFORM INSTALL-ALRTMAST
014610     PERFORM END-MASTER.
014620*    same shapes and same rules as ALRTMGR's FOLD-ONE; a
014625*    basechk refusal's BASELINE:<source> folds as a member
014630 AL-FROM-LOG.
014640     IF ae-gen(ax) = SPACES
014650         EXIT PARAGRAPH
014660     END-IF
014670     IF hwlost = 0 AND ae-ts(ax) > hw-ts
014680         ADD 1 TO pendct
014690         EXIT PARAGRAPH
014700     END-IF
014710     ADD 1 TO alno
014720     MOVE alno TO na-no
014730     MOVE ae-ts(ax) TO na-ts
014740     MOVE 0 TO na-gen
014750     IF ae-gen(ax)(1:1) >= '0' AND ae-gen(ax)(1:1) <= '9'
014760         COMPUTE na-gen = FUNCTION NUMVAL(ae-gen(ax))
014770     END-IF
014780     IF ae-src(ax) = 'GENERATION'
014790         MOVE 'GENMAST' TO na-src
014800         MOVE 'MED ' TO na-sev
014810     ELSE
014820         MOVE ae-src(ax) TO na-src
014830         MOVE 'HIGH' TO na-sev
014840     END-IF
014850     MOVE 'OPEN  ' TO na-stat
014860     MOVE SPACES TO na-who na-ack-ts na-cmt
014862     MOVE SPACES TO na-cls-who na-cls-ts na-cls-cmt
014870     WRITE nar
014880     IF ae-ts(ax) > newhw-ts
014890         MOVE ae-ts(ax) TO newhw-ts
014900     END-IF
014910     ADD 1 TO recct partct
014920     STRING 'RECREATED ' na-no ' ' na-ts(1:14) ' ' na-sev
014930         ' GEN ' na-gen ' ' FUNCTION TRIM(na-src)
014940         INTO pln
014950     PERFORM PUT-LINE.
014960 COMPARE-ALRTMAST.
014970     PERFORM PUT-LINE
014980     OPEN INPUT almast
014990     MOVE amfs TO gmfs
015000     PERFORM SURVIVOR-STATUS
015010     IF survok = 0
015020         EXIT PARAGRAPH
015030     END-IF
015040     MOVE 'COMPARISON WITH THE SURVIVING COPY' TO pln
015050     PERFORM PUT-LINE
015060     OPEN I-O alnew
015070     PERFORM UNTIL amfs NOT = '00'
015080         READ almast NEXT RECORD
015090             AT END MOVE '10' TO amfs
015100             NOT AT END PERFORM AL-COMPARE-ONE
015110         END-READ
015120     END-PERFORM
015130     IF amfs NOT = '10'
015140         STRING 'SURVIVING COPY READ STOPPED, STATUS ' amfs
015150             INTO pln
015160         PERFORM PUT-LINE
015170         ADD 1 TO diffct
015175         MOVE 1 TO survcut
015180     END-IF
015190     CLOSE almast
015200     CLOSE alnew
015210     OPEN INPUT almast
015220     OPEN INPUT alnew
015230     PERFORM UNTIL nafs NOT = '00'
015240         READ alnew NEXT RECORD
015250             AT END MOVE '10' TO nafs
015260             NOT AT END
015270                 MOVE na-no TO al-no
015280                 READ almast
015290                     INVALID KEY
015300                         ADD 1 TO newct
015310                         STRING 'NOT ON SURVIVING COPY '
015320                             na-no ' ' na-ts(1:14) INTO pln
015330                         PERFORM PUT-LINE
015340                 END-READ
015350         END-READ
015360     END-PERFORM
015370     CLOSE almast
015380     CLOSE alnew.
015390 AL-COMPARE-ONE.
015400     MOVE al-no TO na-no
015410     READ alnew
015420         INVALID KEY
015430             ADD 1 TO survct
015440             STRING 'ONLY ON SURVIVING COPY ' al-no ' '
015450                 al-ts(1:14) ' ' al-stat INTO pln
015460             PERFORM PUT-LINE
015470             IF install = 'Y'
015480                 MOVE amr TO nar
015490                 WRITE nar
015500                 ADD 1 TO keptct
015510             END-IF
015520         NOT INVALID KEY
015530             PERFORM AL-DIFF
015540     END-READ.
015550 AL-DIFF.
015560     MOVE SPACES TO dlist
015570     MOVE 1 TO dptr
015580     IF al-ts NOT = na-ts
015590         STRING 'TS ' DELIMITED BY SIZE
015600             INTO dlist WITH POINTER dptr
015610     END-IF
015620     IF al-gen NOT = na-gen
015630         STRING 'GEN ' DELIMITED BY SIZE
015640             INTO dlist WITH POINTER dptr
015650     END-IF
015660     IF al-src NOT = na-src
015670         STRING 'SRC ' DELIMITED BY SIZE
015680             INTO dlist WITH POINTER dptr
015690     END-IF
015700     IF al-sev NOT = na-sev
015710         STRING 'SEV ' DELIMITED BY SIZE
015720             INTO dlist WITH POINTER dptr
015730     END-IF
015740     IF dlist = SPACES
015750         ADD 1 TO matchct
015760     ELSE
015770         ADD 1 TO diffct
015780         STRING 'DIFFERS ' al-no ' FIELD(S) ' dlist INTO pln
015790         PERFORM PUT-LINE
015800     END-IF
015810*    the ACK/CLOSE trail is carried only when both copies
015820*    number the alert from the same log record
015830     IF install = 'Y'
015840         IF al-ts = na-ts
015850             MOVE al-stat TO na-stat
015860             MOVE al-who TO na-who
015870             MOVE al-ack-ts TO na-ack-ts
015880             MOVE al-cmt TO na-cmt
015882             MOVE al-cls-who TO na-cls-who
015884             MOVE al-cls-ts TO na-cls-ts
015886             MOVE al-cls-cmt TO na-cls-cmt
015890             REWRITE nar
015900             ADD 1 TO carryct
015910         ELSE
015920             STRING 'TRAIL OF ' al-no ' NOT CARRIED, NUMBERING '
015930                 'OUT OF STEP WITH THE SURVIVING COPY' INTO pln
015940             PERFORM PUT-LINE
015950         END-IF
015960     END-IF.
015970 INSTALL-ALRTMAST.
015980     IF install NOT = 'Y'
015990         EXIT PARAGRAPH
016000     END-IF
016005     IF survcut = 1
016006         PERFORM REFUSE-INSTALL
016007         EXIT PARAGRAPH
016008     END-IF
016010     OPEN INPUT alnew
016020     OPEN OUTPUT almast
016030     IF amfs NOT = '00'
016040         STRING 'INSTALL FAILED, Grace_alrtmast.dat STATUS '
016050             amfs INTO pln
016060         PERFORM PUT-LINE
016070         CLOSE alnew
016080         ADD 1 TO badct
016090         EXIT PARAGRAPH
016100     END-IF
016110     PERFORM UNTIL nafs NOT = '00'
016120         READ alnew NEXT RECORD
016130             AT END MOVE '10' TO nafs
016140             NOT AT END
016150                 MOVE nar TO amr
016160                 WRITE amr
016170                 ADD 1 TO instct
016180         END-READ
016190     END-PERFORM
016200     CLOSE alnew
016210     CLOSE almast
016220*    a lost checkpoint is re-stamped so the next ALRTMGR load
016230*    does not fold the whole log in a second time
016240     IF hwlost = 1 AND newhw-ts NOT = SPACES
016250         OPEN OUTPUT hwckpt
016260         WRITE hwrec FROM newhw-ts
016270         CLOSE hwckpt
016280         STRING 'HIGH-WATER CHECKPOINT RESTAMPED AT '
016290             newhw-ts(1:14) INTO pln
016300         PERFORM PUT-LINE
016310     END-IF.
016320 END PROGRAM rbldmast.
