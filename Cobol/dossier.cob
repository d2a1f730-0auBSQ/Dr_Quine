000000*Generation dossier: everything the suite knows about one
000001*stream plus generation, printed as a single timeline in
000002*timestamp order. The generation master record names the kid
000003*file (failing that the Audit.log GRACE record written with the
000004*Grace.log record, failing that grace's default naming), and
000005*that name ties the rest together: the Grace.log build record
000006*(checksum and fingerprint), the GRACEBAT lineage attempts that
000007*produced the kid and any build that used it as source, the
000008*Grace_alert.log records raised for those attempts with their
000009*ACK/CLOSE trail from Grace_alrtmast.dat, Quarantine.log and
000010*Retention.log dispositions of the member, and every
000011*Grace_runstat.dat run whose window covers the build. Closed
000012*period members of Audit.log, Grace.log and the lineage log are
000013*found with permlist and read oldest first, current file last.
000014*The last CKSWEEP and QUINCERT verdicts covering the generation
000015*close the report, taken from their reports on disk the way
000016*NVERDICT reads them and dated from their last run-history
000017*record. DOSSIER_STREAM (default PROD) and DOSSIER_GEN select
000018*the generation; RC 4 when nothing is on file for it, 8 on a
000020*bad selection. The master record also carries the source
000022*baseline the generation was built from (the grace.cob and
000024*stbl.cpy versions registered on Grace_baseline.dat), flagged
000026*when it differs from the previous generation's.
000028 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. dossier.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT logf ASSIGN TO DYNAMIC log-fn
000080     ORGANIZATION IS LINE SEQUENTIAL
000090     FILE STATUS IS lgfs.
000100     SELECT vrpt ASSIGN TO DYNAMIC v-fn
000110     ORGANIZATION IS LINE SEQUENTIAL
000120     FILE STATUS IS vfs.
000130     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000140     ORGANIZATION IS LINE SEQUENTIAL
000150     FILE STATUS IS rfs.
000160     SELECT genmast ASSIGN TO 'Grace_genmast.dat'
000170     ORGANIZATION IS INDEXED
000180     ACCESS IS RANDOM
000190     RECORD KEY IS gm-key
000200     FILE STATUS IS gmfs.
000210     SELECT almast ASSIGN TO 'Grace_alrtmast.dat'
000220     ORGANIZATION IS INDEXED
000230     ACCESS IS SEQUENTIAL
000240     RECORD KEY IS al-no
000250     FILE STATUS IS amfs.
000260     SELECT rstat ASSIGN TO 'Grace_runstat.dat'
000270     ORGANIZATION IS INDEXED
000280     ACCESS IS SEQUENTIAL
000290     RECORD KEY IS st-key
000300     FILE STATUS IS stfs.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD logf.
000340 01 logrec pic x(120).
000350 FD vrpt.
000360 01 vline pic x(132).
000370 FD rpt.
000380 01 rline pic x(132).
000390 FD genmast.
000400 01 gmr.
000410     10 gm-key.
000420         15 gm-stream pic x(8).
000430         15 gm-gen pic 9(4).
000440     10 gm-fn pic x(70).
000450     10 gm-ts pic x(21).
000460     10 gm-cks pic 9(8).
000470     10 gm-fp pic 9(8).
000480     10 gm-st pic x(2).
000482     10 gm-base.
000484         15 gm-bsrc pic 9(4).
000486         15 gm-bcpy pic 9(4).
000488     10 gm-lines pic 9(4).
000490 FD almast.
000500 01 amr.
000510     10 al-no pic 9(6).
000520     10 al-ts pic x(21).
000530     10 al-gen pic 9(4).
000540     10 al-src pic x(40).
000550     10 al-sev pic x(4).
000560     10 al-stat pic x(6).
000570     10 al-who pic x(8).
000580     10 al-ack-ts pic x(21).
000590     10 al-cmt pic x(40).
000592     10 al-cls-who pic x(8).
000594     10 al-cls-ts pic x(21).
000596     10 al-cls-cmt pic x(40).
000600 FD rstat.
000610 01 str.
000620     10 st-key.
000630         15 st-prog pic x(8).
000640         15 st-start pic x(21).
000650     10 st-end pic x(21).
000660     10 st-elap pic 9(7).
000670     10 st-recs pic 9(7).
000680     10 st-rc pic 9(4).
000685     10 st-saved pic 9(7).
000690 WORKING-STORAGE SECTION.
000700 01 lgfs pic xx.
000710 01 vfs pic xx.
000720 01 rfs pic xx.
000730 01 gmfs pic xx.
000740 01 amfs pic xx.
000750 01 stfs pic xx.
000760 01 log-fn pic x(70) value space.
000770 01 v-fn pic x(70) value space.
000780 01 aud-fn pic x(70) value space.
000790 01 aenv-fn pic x(70) value space.
000800 01 rpt-fn pic x(70) value space.
000810 01 renv-fn pic x(70) value space.
000820 01 ck-fn pic x(70) value space.
000830 01 ckenv-fn pic x(70) value space.
000840 01 qc-fn pic x(70) value space.
000850 01 qcenv-fn pic x(70) value space.
000860 01 genv pic x(10) value space.
000870 01 senv pic x(8) value space.
000880 01 stream pic x(8) value 'PROD'.
000890 01 gen-wk pic 9(4) value zero.
000900 01 gen-ed pic z(3)9.
000910 01 kid-fn pic x(70) value space.
000920 01 kidsrc pic x(30) value space.
000930 01 kidnum pic 9(4) value zero.
000940 01 chain-nm pic x(16) value space.
000942 01 chain-tag pic x(24) value space.
000944 01 taglen pic 9(2) value zero.
000950 01 gmfound pic 9 value zero.
000952 01 pvfound pic 9 value zero.
000953 01 pvgen pic 9(4) value zero.
000954 01 pv-base.
000956     10 pv-bsrc pic 9(4) value zero.
000958     10 pv-bcpy pic 9(4) value zero.
000960 01 glfound pic 9 value zero.
000970 01 gl-cks pic x(8) value space.
000980 01 gl-fp pic x(8) value space.
000990 01 walk-base pic x(70) value space.
001000 01 walk-kind pic x(1) value space.
001010 01 memct pic 9(3) value zero.
001020 01 memtab.
001030     10 mement occurs 240.
001040         15 mem-per pic x(6).
001050         15 mem-fn pic x(70).
001060 01 mx pic 9(3).
001070 01 ts-fld pic x(21) value space.
001080 01 f2 pic x(40) value space.
001090 01 f3 pic x(70) value space.
001100 01 f4 pic x(70) value space.
001110 01 f5 pic x(40) value space.
001120 01 f6 pic x(40) value space.
001130*    timestamps that place other records on this generation:
001140*    its Grace.log records, lineage attempts and alerts
001150 01 gtstab.
001160     10 gts-ts pic x(21) occurs 20.
001170 01 gtsmax pic 9(2) value zero.
001180 01 ctab.
001190     10 cent occurs 20.
001200         15 c-ts pic x(21).
001210         15 c-gen pic 9(4).
001220         15 c-pf pic x(6).
001230 01 cmax pic 9(2) value zero.
001240 01 atab.
001250     10 a-ts pic x(21) occurs 40.
001260 01 amax pic 9(2) value zero.
001270 01 tx pic 9(2).
001280 01 attempt pic 9(2) value zero.
001290 01 att-ed pic z9.
001300 01 hit pic 9 value zero.
001310 01 ttab.
001320     10 tent occurs 500.
001330         15 t-ts pic x(21).
001340         15 t-src pic x(8).
001350         15 t-text pic x(98).
001360 01 tmax pic 9(3) value zero.
001370 01 hx pic 9(3).
001380 01 hpos pic 9(3).
001390 01 trunc pic 9 value zero.
001400 01 new-ts pic x(21) value space.
001410 01 new-src pic x(8) value space.
001420 01 new-text pic x(98) value space.
001430 01 ckrun-ts pic x(21) value space.
001440 01 ckrun-rc pic 9(4) value zero.
001450 01 qcrun-ts pic x(21) value space.
001460 01 qcrun-rc pic 9(4) value zero.
001470 01 ckverd pic x(90) value space.
001480 01 qcverd pic x(100) value space.
001490 01 qccover pic x(40) value space.
001500 01 w1 pic x(20) value space.
001510 01 w2 pic x(20) value space.
001520 01 w3 pic x(20) value space.
001530 01 w4 pic x(20) value space.
001540 01 w5 pic x(20) value space.
001550 01 w6 pic x(20) value space.
001560 01 w7 pic x(20) value space.
001570 01 w8 pic x(20) value space.
001580 01 certgen pic 9(4) value zero.
001590 01 fnlen pic 9(3) value zero.
001600 01 dx pic 9(3) value zero.
001610 01 dlen pic 9(3) value zero.
001620 01 num-ed pic z(4)9.
001630 01 elap-ed pic z(6)9.
001640 01 pln pic x(132) value space.
001650 PROCEDURE DIVISION.
001660     ACCEPT aenv-fn FROM ENVIRONMENT
001670         'AUDIT_LOG_FILE'
001680     IF aenv-fn NOT = SPACES
001690         MOVE aenv-fn TO aud-fn
001700     ELSE
001710         MOVE 'Audit.log' TO aud-fn
001720     END-IF
001730     ACCEPT renv-fn FROM ENVIRONMENT
001740         'DOSSIER_OUT_FILE'
001750     IF renv-fn NOT = SPACES
001760         MOVE renv-fn TO rpt-fn
001770     ELSE
001780         MOVE 'Dossier.rpt' TO rpt-fn
001790     END-IF
001800     ACCEPT ckenv-fn FROM ENVIRONMENT
001810         'CKSWEEP_OUT_FILE'
001820     IF ckenv-fn NOT = SPACES
001830         MOVE ckenv-fn TO ck-fn
001840     ELSE
001850         MOVE 'Cksweep.rpt' TO ck-fn
001860     END-IF
001870     ACCEPT qcenv-fn FROM ENVIRONMENT
001880         'QUINCERT_OUT_FILE'
001890     IF qcenv-fn NOT = SPACES
001900         MOVE qcenv-fn TO qc-fn
001910     ELSE
001920         MOVE 'Quincert.rpt' TO qc-fn
001930     END-IF
001940     ACCEPT senv FROM ENVIRONMENT
001950         'DOSSIER_STREAM'
001960     IF senv NOT = SPACES
001970         MOVE senv TO stream
001980     END-IF
001990     ACCEPT genv FROM ENVIRONMENT
002000         'DOSSIER_GEN'
002010     IF genv = SPACES
002020         DISPLAY 'DOSSIER: generation number?'
002030         ACCEPT genv
002040     END-IF
002050     IF FUNCTION TRIM(genv) = SPACES OR
002060        FUNCTION NUMVAL(genv) < 1 OR
002070        FUNCTION NUMVAL(genv) > 9999
002080         DISPLAY 'DOSSIER: invalid generation '''
002090             FUNCTION TRIM(genv) ''''
002100         MOVE 8 TO RETURN-CODE
002110         STOP RUN
002120     END-IF
002130     COMPUTE gen-wk = FUNCTION NUMVAL(genv)
002140     MOVE gen-wk TO gen-ed
002150     OPEN OUTPUT rpt
002160     IF rfs NOT = '00'
002170         DISPLAY 'DOSSIER: cannot open '
002180             FUNCTION TRIM(rpt-fn) ' status ' rfs
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF
002220     STRING 'DOSSIER  GENERATION DOSSIER  STREAM '
002230         FUNCTION TRIM(stream) '  GENERATION '
002240         FUNCTION TRIM(gen-ed) INTO pln
002250     PERFORM PUT-LINE
002260     PERFORM PUT-LINE
002270     PERFORM READ-GENMAST
002280*    Grace.log, then the audit trail for the kid name, then
002290*    everything keyed by that name
002300     MOVE SPACES TO walk-base
002310     IF stream = 'PROD'
002320         MOVE 'Grace.log' TO walk-base
002330     ELSE
002340         STRING 'Grace_' FUNCTION TRIM(stream) '.log'
002350             INTO walk-base
002360     END-IF
002370     MOVE 'G' TO walk-kind
002380     PERFORM READ-LOGSET
002390     MOVE aud-fn TO walk-base
002400     MOVE 'A' TO walk-kind
002410     PERFORM READ-LOGSET
002420     IF kid-fn = SPACES
002430*        grace's own default naming when nothing names the kid
002440         STRING 'Grace_kid' FUNCTION TRIM(gen-ed) '.cob'
002450             INTO kid-fn
002460         MOVE 'INFERRED, NOT ON FILE' TO kidsrc
002470     END-IF
002480     MOVE SPACES TO walk-base
002490     IF stream = 'PROD'
002500         MOVE 'Grace_lineage.log' TO walk-base
002510     ELSE
002520         STRING 'Grace_lineage_' FUNCTION TRIM(stream)
002530             '.log' INTO walk-base
002540     END-IF
002550     MOVE 'L' TO walk-kind
002560     PERFORM READ-LOGSET
002570     MOVE 'Grace_alert.log' TO log-fn
002580     MOVE 'X' TO walk-kind
002590     PERFORM READ-ONE-LOG
002600     PERFORM READ-ALRTMAST
002610     MOVE 'Quarantine.log' TO log-fn
002620     MOVE 'Q' TO walk-kind
002630     PERFORM READ-ONE-LOG
002640     MOVE 'Retention.log' TO log-fn
002650     MOVE 'R' TO walk-kind
002660     PERFORM READ-ONE-LOG
002670     PERFORM READ-RUNSTAT
002680     PERFORM CKSWEEP-VERDICT
002690     PERFORM QUINCERT-VERDICT
002700     PERFORM PRINT-IDENTITY
002710     PERFORM PRINT-TIMELINE
002720     PERFORM PRINT-VERDICTS
002730     CLOSE rpt
002740     DISPLAY 'DOSSIER: stream ' FUNCTION TRIM(stream)
002750         ' generation ' FUNCTION TRIM(gen-ed) ', '
002760         tmax ' event(s)'
002770     DISPLAY 'DOSSIER: report written to '
002780         FUNCTION TRIM(rpt-fn)
002790     IF tmax = 0 AND gmfound = 0
002800         MOVE 4 TO RETURN-CODE
002810     END-IF
002820     STOP RUN.
002830 PUT-LINE.
002840     WRITE rline FROM pln
002850     MOVE SPACES TO pln.
002860 READ-GENMAST.
002870     OPEN INPUT genmast
002880     IF gmfs NOT = '00'
002890         EXIT PARAGRAPH
002900     END-IF
002902*    the previous generation first, for its baseline only
002904     IF gen-wk > 1
002906         MOVE stream TO gm-stream
002908         COMPUTE gm-gen = gen-wk - 1
002910         READ genmast
002912             INVALID KEY CONTINUE
002914             NOT INVALID KEY
002916                 MOVE 1 TO pvfound
002918                 MOVE gm-base TO pv-base
002920         END-READ
002922     END-IF
002924     MOVE stream TO gm-stream
002926     MOVE gen-wk TO gm-gen
002930     READ genmast
002940         INVALID KEY CONTINUE
002950         NOT INVALID KEY
002960             MOVE 1 TO gmfound
002970             MOVE gm-fn TO kid-fn
002980             MOVE 'GENERATION MASTER' TO kidsrc
002990     END-READ
003000     CLOSE genmast.
003010*    closed members oldest first, then the current file
003020 READ-LOGSET.
003030     MOVE 0 TO memct
003040     CALL 'permlist' USING walk-base memct memtab
003050         ON EXCEPTION MOVE 0 TO memct
003060     END-CALL
003070     PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > memct
003080         MOVE mem-fn(mx) TO log-fn
003090         PERFORM READ-ONE-LOG
003100     END-PERFORM
003110     MOVE walk-base TO log-fn
003120     PERFORM READ-ONE-LOG.
003130 READ-ONE-LOG.
003140     OPEN INPUT logf
003150     IF lgfs NOT = '00'
003160         EXIT PARAGRAPH
003170     END-IF
003180     PERFORM UNTIL lgfs = '10'
003190         READ logf
003200             AT END MOVE '10' TO lgfs
003210             NOT AT END PERFORM TAKE-LOGREC
003220         END-READ
003230     END-PERFORM
003240     CLOSE logf.
003250 TAKE-LOGREC.
003260     MOVE SPACES TO ts-fld f2 f3 f4 f5 f6
003270     UNSTRING logrec DELIMITED BY ALL ' '
003280         INTO ts-fld f2 f3 f4 f5 f6
003290     IF ts-fld = 'CARRYFWD' OR ts-fld = SPACES OR
003300        ts-fld(1:8) NOT NUMERIC
003310         EXIT PARAGRAPH
003320     END-IF
003330     MOVE SPACES TO new-text
003340     MOVE ts-fld TO new-ts
003350     EVALUATE walk-kind
003360         WHEN 'G'
003370             PERFORM TAKE-GLOGREC
003380         WHEN 'A'
003390             PERFORM TAKE-AUDREC
003400         WHEN 'L'
003410             PERFORM TAKE-LINREC
003420         WHEN 'X'
003430             PERFORM TAKE-ALERTREC
003440         WHEN 'Q'
003450             IF f2 = kid-fn
003460                 MOVE 'QUARANT' TO new-src
003470                 MOVE logrec(23:98) TO new-text
003490                 PERFORM ADD-EVENT
003500             END-IF
003510         WHEN 'R'
003520             IF f2 = kid-fn
003530                 MOVE 'RETAIN' TO new-src
003540                 MOVE logrec(23:98) TO new-text
003550                 PERFORM ADD-EVENT
003560             END-IF
003570     END-EVALUATE.
003580 TAKE-GLOGREC.
003590     IF f2(1:1) < '0' OR f2(1:1) > '9'
003600         EXIT PARAGRAPH
003610     END-IF
003620     IF FUNCTION NUMVAL(f2) NOT = gen-wk
003630         EXIT PARAGRAPH
003640     END-IF
003650     MOVE 1 TO glfound
003660     MOVE f3 TO gl-cks
003670     IF f4 = SPACES
003680         MOVE 'N/A' TO gl-fp
003690     ELSE
003700         MOVE f4 TO gl-fp
003710     END-IF
003720     IF gtsmax < 20
003730         ADD 1 TO gtsmax
003740         MOVE ts-fld TO gts-ts(gtsmax)
003750     END-IF
003760     MOVE 'GRACELOG' TO new-src
003770     STRING 'BUILT, CHECKSUM ' FUNCTION TRIM(gl-cks)
003780         ' FINGERPRINT ' FUNCTION TRIM(gl-fp) INTO new-text
003790     PERFORM ADD-EVENT.
003800*    grace writes its audit record in the same run, under the
003810*    same timestamp, as its Grace.log record
003820 TAKE-AUDREC.
003830     MOVE 0 TO hit
003840     IF f2 = 'GRACE'
003850         PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > gtsmax
003860             IF gts-ts(tx) = ts-fld
003870                 MOVE 1 TO hit
003880             END-IF
003890         END-PERFORM
003900     END-IF
003910     IF hit = 0 AND (kid-fn = SPACES OR f3 NOT = kid-fn)
003920         EXIT PARAGRAPH
003930     END-IF
003940     IF kid-fn = SPACES
003950         MOVE f3 TO kid-fn
003960         MOVE 'AUDIT TRAIL' TO kidsrc
003970     END-IF
003980     MOVE 'AUDIT' TO new-src
003990     MOVE logrec(23:98) TO new-text
004000     PERFORM ADD-EVENT.
004010*    each attempt GRACEBAT made at producing the kid, and any
004020*    later build that took the kid as its source
004030 TAKE-LINREC.
004040     IF f4 = kid-fn
004050         ADD 1 TO attempt
004060         MOVE attempt TO att-ed
004070         IF cmax < 20
004080             ADD 1 TO cmax
004090             MOVE ts-fld TO c-ts(cmax)
004100             IF f2(1:1) >= '0' AND f2(1:1) <= '9'
004110                 COMPUTE c-gen(cmax) = FUNCTION NUMVAL(f2)
004120             ELSE
004130                 MOVE 0 TO c-gen(cmax)
004140             END-IF
004150             MOVE f5 TO c-pf(cmax)
004160         END-IF
004170         MOVE 'LINEAGE' TO new-src
004180         STRING 'ATTEMPT ' FUNCTION TRIM(att-ed)
004190             ' CHAIN GEN ' FUNCTION TRIM(f2)
004200             ' BUILT FROM ' FUNCTION TRIM(f3) ' '
004210             FUNCTION TRIM(f5) INTO new-text
004220         PERFORM ADD-EVENT
004230         EXIT PARAGRAPH
004240     END-IF
004250     IF f3 = kid-fn
004260         MOVE 'LINEAGE' TO new-src
004270         STRING 'USED AS SOURCE FOR ' FUNCTION TRIM(f4)
004280             ' ' FUNCTION TRIM(f5) INTO new-text
004290         PERFORM ADD-EVENT
004300     END-IF.
004310*    gracebat raises its alert for a chain generation right
004320*    after the last failed attempt, on the same day; an alert
004330*    naming the kid as its source came from the build after it
004340 TAKE-ALERTREC.
004350     MOVE 0 TO hit
004360     IF f3 = kid-fn
004370         MOVE 1 TO hit
004380     END-IF
004390     IF f2(1:1) >= '0' AND f2(1:1) <= '9'
004400         PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > cmax
004410             IF c-gen(tx) = FUNCTION NUMVAL(f2) AND
004420                c-ts(tx)(1:8) = ts-fld(1:8) AND
004430                c-ts(tx) <= ts-fld
004440                 MOVE 1 TO hit
004450             END-IF
004460         END-PERFORM
004470     END-IF
004480     IF hit = 0
004490         EXIT PARAGRAPH
004500     END-IF
004510     IF amax < 40
004520         ADD 1 TO amax
004530         MOVE ts-fld TO a-ts(amax)
004540     END-IF
004550     MOVE 'ALERT' TO new-src
004560     MOVE logrec(23:98) TO new-text
004570     PERFORM ADD-EVENT.
004580*    the alert master holds the disposition of those alerts:
004590*    the acknowledgement and the close, each a timeline event
004600 READ-ALRTMAST.
004610     IF amax = 0
004620         EXIT PARAGRAPH
004630     END-IF
004640     OPEN INPUT almast
004650     IF amfs NOT = '00'
004660         EXIT PARAGRAPH
004670     END-IF
004680     PERFORM UNTIL amfs NOT = '00'
004690         READ almast NEXT RECORD
004700             AT END MOVE '10' TO amfs
004710             NOT AT END PERFORM TAKE-ALMAST
004720         END-READ
004730     END-PERFORM
004740     CLOSE almast.
004750 TAKE-ALMAST.
004760     MOVE 0 TO hit
004770     PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > amax
004780         IF a-ts(tx) = al-ts
004790             MOVE 1 TO hit
004800         END-IF
004810     END-PERFORM
004820     IF hit = 0
004830         EXIT PARAGRAPH
004840     END-IF
004850     MOVE al-no TO num-ed
004860     MOVE al-ts TO new-ts
004870     MOVE 'ALRTMAST' TO new-src
004880     STRING 'ALERT NO ' FUNCTION TRIM(num-ed) ' SEVERITY '
004890         al-sev ' NOW ' al-stat INTO new-text
004900     PERFORM ADD-EVENT
004910     IF al-who NOT = SPACES AND al-ack-ts NOT = SPACES
004920         MOVE al-ack-ts TO new-ts
004930         MOVE SPACES TO new-text
004940         STRING 'ALERT NO ' FUNCTION TRIM(num-ed)
004950             ' ACK BY ' al-who ' '
004960             FUNCTION TRIM(al-cmt) INTO new-text
004970         PERFORM ADD-EVENT
004972     END-IF
004974     IF al-cls-who NOT = SPACES AND al-cls-ts NOT = SPACES
004976         MOVE al-cls-ts TO new-ts
004978         MOVE SPACES TO new-text
004980         STRING 'ALERT NO ' FUNCTION TRIM(num-ed)
004982             ' CLOSED BY ' al-cls-who ' '
004984             FUNCTION TRIM(al-cls-cmt) INTO new-text
004986         PERFORM ADD-EVENT
004988     END-IF.
005000*    any run whose window covers the build or one of its
005010*    attempts; the newest CKSWEEP and QUINCERT runs date the
005020*    verdicts on their reports
005030 READ-RUNSTAT.
005040     OPEN INPUT rstat
005050     IF stfs NOT = '00'
005060         EXIT PARAGRAPH
005070     END-IF
005080     PERFORM UNTIL stfs NOT = '00'
005090         READ rstat NEXT RECORD
005100             AT END MOVE '10' TO stfs
005110             NOT AT END PERFORM TAKE-RUNSTAT
005120         END-READ
005130     END-PERFORM
005140     CLOSE rstat.
005150 TAKE-RUNSTAT.
005160     IF st-prog = 'CKSWEEP' AND st-start > ckrun-ts
005170         MOVE st-start TO ckrun-ts
005180         MOVE st-rc TO ckrun-rc
005190     END-IF
005200     IF st-prog = 'QUINCERT' AND st-start > qcrun-ts
005210         MOVE st-start TO qcrun-ts
005220         MOVE st-rc TO qcrun-rc
005230     END-IF
005240     MOVE 0 TO hit
005250     PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > gtsmax
005260         IF gts-ts(tx) >= st-start AND gts-ts(tx) <= st-end
005270             MOVE 1 TO hit
005280         END-IF
005290     END-PERFORM
005300     PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > cmax
005310         IF c-ts(tx) >= st-start AND c-ts(tx) <= st-end
005320             MOVE 1 TO hit
005330         END-IF
005340     END-PERFORM
005350     IF hit = 0
005360         EXIT PARAGRAPH
005370     END-IF
005380     MOVE st-start TO new-ts
005390     MOVE 'RUNSTAT' TO new-src
005400     MOVE st-elap TO elap-ed
005410     MOVE SPACES TO new-text
005420     STRING st-prog ' RUN ENDED ' st-end(1:14) ' ELAPSED '
005430         FUNCTION TRIM(elap-ed) 'S RECORDS ' st-recs
005440         ' RC ' st-rc INTO new-text
005450     PERFORM ADD-EVENT.
005460*    cksweep sweeps the production Grace.log only
005470 CKSWEEP-VERDICT.
005480     IF stream NOT = 'PROD'
005490         MOVE 'NOT COVERED, CKSWEEP SWEEPS THE PROD STREAM ONLY'
005500             TO ckverd
005510         EXIT PARAGRAPH
005520     END-IF
005530     MOVE ck-fn TO v-fn
005540     OPEN INPUT vrpt
005550     IF vfs NOT = '00'
005560         STRING 'NO ' FUNCTION TRIM(ck-fn) ' ON DISK, NOT RUN'
005570             INTO ckverd
005580         EXIT PARAGRAPH
005590     END-IF
005600     PERFORM UNTIL vfs = '10'
005610         READ vrpt
005620             AT END MOVE '10' TO vfs
005630             NOT AT END
005640                 MOVE SPACES TO w1 w2
005650                 UNSTRING vline DELIMITED BY ALL ' '
005660                     INTO w1 w2
005670                 IF w1 = 'GEN' AND
005675                    w2(1:1) >= '0' AND w2(1:1) <= '9' AND
005680                    FUNCTION NUMVAL(w2) = gen-wk
005690                     MOVE vline TO ckverd
005700                 END-IF
005710         END-READ
005720     END-PERFORM
005730     CLOSE vrpt
005740     IF ckverd = SPACES
005750         MOVE 'NOT IN THE LAST SWEEP' TO ckverd
005760     END-IF.
005770*    the kid belongs to the nightly Grace_kidN chain or to a
005780*    GRACEBAT chain; the chain line says how far it certified
005790 QUINCERT-VERDICT.
005800     MOVE 'GRACE BATCH' TO chain-nm
005810     IF kid-fn(1:9) = 'Grace_kid' AND
005820        kid-fn(10:1) >= '0' AND kid-fn(10:1) <= '9'
005830         MOVE 'GRACE NIGHTLY' TO chain-nm
005840     END-IF
005850     PERFORM GET-KIDNUM
005852     MOVE SPACES TO chain-tag
005854     STRING 'CHAIN ' FUNCTION TRIM(chain-nm) ':'
005856         DELIMITED BY SIZE INTO chain-tag
005858     COMPUTE taglen =
005859         FUNCTION LENGTH(FUNCTION TRIM(chain-tag))
005860     MOVE qc-fn TO v-fn
005870     OPEN INPUT vrpt
005880     IF vfs NOT = '00'
005890         STRING 'NO ' FUNCTION TRIM(qc-fn) ' ON DISK, NOT RUN'
005900             INTO qcverd
005910         EXIT PARAGRAPH
005920     END-IF
005930     PERFORM UNTIL vfs = '10'
005940         READ vrpt
005950             AT END MOVE '10' TO vfs
005960             NOT AT END
005970                 MOVE 0 TO hit
005980                 INSPECT vline TALLYING hit
005990                     FOR ALL 'BUILT BY A REUSED EXECUTABLE'
006000                 IF vline(1:taglen) = chain-tag(1:taglen)
006005                    AND hit = 0
006010                     MOVE vline TO qcverd
006020                 END-IF
006030         END-READ
006040     END-PERFORM
006050     CLOSE vrpt
006060     IF qcverd = SPACES
006070         STRING 'CHAIN ' FUNCTION TRIM(chain-nm)
006080             ' NOT IN THE LAST CERTIFICATION' INTO qcverd
006090         EXIT PARAGRAPH
006100     END-IF
006110     MOVE SPACES TO w1 w2 w3 w4 w5 w6 w7 w8
006120     UNSTRING qcverd DELIMITED BY ALL ' ' OR ','
006130         INTO w1 w2 w3 w4 w5 w6 w7 w8
006210     MOVE 0 TO certgen
006220     IF w8(1:1) >= '0' AND w8(1:1) <= '9'
006230         COMPUTE certgen = FUNCTION NUMVAL(w8)
006240     END-IF
006250     IF w4 = 'CERTIFIED' AND certgen > 0 AND kidnum > 0
006260         IF kidnum <= certgen
006270             MOVE 'GENERATION IS WITHIN THE CERTIFIED CHAIN'
006280                 TO qccover
006290         ELSE
006300             MOVE 'GENERATION IS PAST THE CERTIFIED CHAIN'
006310                 TO qccover
006320         END-IF
006330     END-IF.
006340 GET-KIDNUM.
006350     MOVE 0 TO kidnum dlen
006360     COMPUTE fnlen = FUNCTION LENGTH(FUNCTION TRIM(kid-fn))
006370     IF fnlen < 6 OR kid-fn(fnlen - 3:4) NOT = '.cob'
006380         EXIT PARAGRAPH
006390     END-IF
006400     COMPUTE dx = fnlen - 4
006410     PERFORM UNTIL dx = 0 OR dlen = 4
006420         IF kid-fn(dx:1) < '0' OR kid-fn(dx:1) > '9'
006430             EXIT PERFORM
006440         END-IF
006450         ADD 1 TO dlen
006460         SUBTRACT 1 FROM dx
006470     END-PERFORM
006480     IF dlen > 0
006490         COMPUTE kidnum =
006500             FUNCTION NUMVAL(kid-fn(dx + 1:dlen))
006510     END-IF.
006520*    stable insert in timestamp order: an event lands after
006530*    every earlier-or-equal one already held
006540 ADD-EVENT.
006550     IF tmax >= 500
006560         MOVE 1 TO trunc
006570         EXIT PARAGRAPH
006580     END-IF
006590     ADD 1 TO tmax
006600     MOVE tmax TO hpos
006610     PERFORM UNTIL hpos = 1
006620         IF t-ts(hpos - 1) <= new-ts
006630             EXIT PERFORM
006640         END-IF
006650         MOVE tent(hpos - 1) TO tent(hpos)
006660         SUBTRACT 1 FROM hpos
006670     END-PERFORM
006680     MOVE new-ts TO t-ts(hpos)
006690     MOVE new-src TO t-src(hpos)
006700     MOVE new-text TO t-text(hpos)
006710     MOVE SPACES TO new-text.
006720 PRINT-IDENTITY.
006730     STRING 'KID FILE        ' FUNCTION TRIM(kid-fn) ' ('
006740         FUNCTION TRIM(kidsrc) ')' INTO pln
006750     PERFORM PUT-LINE
006760     IF gmfound = 1
006770         STRING 'MASTER RECORD   BUILT ' gm-ts(1:14)
006780             ' CHECKSUM ' gm-cks ' FINGERPRINT ' gm-fp
006785             ' LINES ' gm-lines
006790             ' STATUS ' gm-st INTO pln
006800     ELSE
006810         MOVE 'MASTER RECORD   NONE ON Grace_genmast.dat'
006820             TO pln
006830     END-IF
006840     PERFORM PUT-LINE
006842     IF gmfound = 1
006844         PERFORM PRINT-BASELINE
006846     END-IF
006850     IF glfound = 1
006860         STRING 'GRACE.LOG       CHECKSUM ' FUNCTION TRIM(gl-cks)
006870             ' FINGERPRINT ' FUNCTION TRIM(gl-fp) INTO pln
006880         PERFORM PUT-LINE
006890         IF gmfound = 1 AND gl-cks NUMERIC AND
006900            FUNCTION NUMVAL(gl-cks) NOT = gm-cks
006910             MOVE '*CHECKSUM ON MASTER DIFFERS FROM Grace.log*'
006920                 TO pln
006930             PERFORM PUT-LINE
006940         END-IF
006950     ELSE
006960         MOVE 'GRACE.LOG       NO BUILD RECORD FOR THIS '
006970             & 'GENERATION' TO pln
006980         PERFORM PUT-LINE
006990     END-IF
006991     PERFORM PUT-LINE.
006992*    versions 0 are a generation mastered before the
006993*    baseline registry, or one RBLDMAST recovered from the logs
006994 PRINT-BASELINE.
006995     IF gm-bsrc = 0 AND gm-bcpy = 0
006996         MOVE 'SOURCE BASELINE NOT RECORDED' TO pln
006997     ELSE
006998         STRING 'SOURCE BASELINE grace.cob V' gm-bsrc
006999             ' stbl.cpy V' gm-bcpy INTO pln
007000     END-IF
007001     PERFORM PUT-LINE
007002     IF pvfound = 1 AND pv-base NOT = ZEROS
007003        AND pv-base NOT = gm-base
007004         COMPUTE pvgen = gen-wk - 1
007005         STRING '*SOURCE BASELINE CHANGED SINCE GENERATION '
007006             pvgen ' (grace.cob V' pv-bsrc ' stbl.cpy V'
007007             pv-bcpy ')*' INTO pln
007008         PERFORM PUT-LINE
007009     END-IF.
007010 PRINT-TIMELINE.
007020     MOVE 'DATE/TIME      SOURCE   EVENT' TO pln
007030     PERFORM PUT-LINE
007040     MOVE ALL '-' TO rline(1:100)
007050     WRITE rline
007060     PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > tmax
007070         STRING t-ts(hx)(1:14) ' ' t-src(hx) ' '
007080             FUNCTION TRIM(t-text(hx)) INTO pln
007090         PERFORM PUT-LINE
007100     END-PERFORM
007110     IF tmax = 0
007120         MOVE 'NO EVENTS ON FILE FOR THIS GENERATION' TO pln
007130         PERFORM PUT-LINE
007140     END-IF
007150     IF trunc = 1
007160         MOVE 'WARNING: EVENTS PAST 500 WERE NOT SHOWN' TO pln
007170         PERFORM PUT-LINE
007180     END-IF
007190     PERFORM PUT-LINE.
007200 PRINT-VERDICTS.
007210     MOVE 'LAST INTEGRITY VERDICTS' TO pln
007220     PERFORM PUT-LINE
007230     IF ckrun-ts NOT = SPACES
007240         STRING 'CKSWEEP  LAST RUN ' ckrun-ts(1:14) ' RC '
007250             ckrun-rc INTO pln
007260     ELSE
007270         MOVE 'CKSWEEP  NO RUN HISTORY ON FILE' TO pln
007280     END-IF
007290     PERFORM PUT-LINE
007300     STRING '         ' FUNCTION TRIM(ckverd) INTO pln
007310     PERFORM PUT-LINE
007320     IF qcrun-ts NOT = SPACES
007330         STRING 'QUINCERT LAST RUN ' qcrun-ts(1:14) ' RC '
007340             qcrun-rc INTO pln
007350     ELSE
007360         MOVE 'QUINCERT NO RUN HISTORY ON FILE' TO pln
007370     END-IF
007380     PERFORM PUT-LINE
007390     STRING '         ' FUNCTION TRIM(qcverd) INTO pln
007400     PERFORM PUT-LINE
007410     IF qccover NOT = SPACES
007420         STRING '         ' FUNCTION TRIM(qccover) INTO pln
007430         PERFORM PUT-LINE
007440     END-IF
007450     PERFORM PUT-LINE
007460     MOVE tmax TO num-ed
007470     STRING num-ed ' EVENT(S) ON FILE' INTO pln
007480     PERFORM PUT-LINE.
007490 END PROGRAM dossier.
