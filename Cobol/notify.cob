000000*Outbound notification dispatcher. An escalated alert only
000001*showed if someone ran ALRTMGR's escalation pass, a FAILED
000002*night only on the scheduler console, and a wedged suite lock
000003*only when the next run tripped over it. This step writes one
000004*fixed-layout record per notification to an outbox file the
000005*shop's mail/pager gateway collects (NOTIFY_OUTBOX_FILE,
000006*default Grace_notify.out) for: every alert on
000007*Grace_alrtmast.dat still OPEN past ALRTMGR_ESC_DAYS (default
000008*2) days, every FAILED or DEGRADED Grace_health.dat night
000009*within NOTIFY_HEALTH_DAYS (default 7) days, and a suite lock
000010*runlock judges stale. Each event is tracked once on the
000011*indexed Grace_notify.dat, keyed by kind plus reference
000012*(alert number, health date, lock timestamp). The gateway's
000013*delivery confirmations (NOTIFY_CONFIRM_FILE, default
000014*Grace_notify.cnf) echo the notification number, kind and
000015*reference with DELIVERED or FAILED, the delivery time and the
000016*recipient; they are applied first, so the tracking master and
000017*the Grace_notify.log history show who was paged and when. A
000018*confirmation for an earlier notification number than the
000019*event's latest send is reported as superseded and ignored. An
000020*event with no delivery confirmed is sent again, under a new
000021*notification number, once NOTIFY_RESEND_MINS (default 60)
000022*minutes have passed or at once when the gateway reported it
000023*FAILED; it is never dropped while its condition stands. An
000024*event whose condition has gone (alert acknowledged or closed,
000025*night re-judged clean, lock released) is marked CLEARED; if
000026*the condition comes back the event is queued afresh under a
000027*new notification number with its send count restarted.
000028*NOTIFY_ROUTE (default ONCALL) names the recipient group.
000029*RC 4 when anything sent is still undelivered or a
000030*confirmation matches nothing, 8 when the outbox or tracking
000031*master cannot be opened.
000032 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. notify.
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT outbox ASSIGN TO DYNAMIC ob-fn
000090     ORGANIZATION IS LINE SEQUENTIAL
000100     FILE STATUS IS obfs.
000110     SELECT cnf ASSIGN TO DYNAMIC cf-fn
000120     ORGANIZATION IS LINE SEQUENTIAL
000130     FILE STATUS IS cffs.
000140     SELECT nlog ASSIGN TO 'Grace_notify.log'
000150     ORGANIZATION IS LINE SEQUENTIAL
000160     FILE STATUS IS nlfs.
000170     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000180     ORGANIZATION IS LINE SEQUENTIAL
000190     FILE STATUS IS rfs.
000200     SELECT lockf ASSIGN TO 'Grace_runlock.dat'
000210     ORGANIZATION IS LINE SEQUENTIAL
000220     FILE STATUS IS lkfs.
000230     SELECT ntmast ASSIGN TO 'Grace_notify.dat'
000240     ORGANIZATION IS INDEXED
000250     ACCESS IS DYNAMIC
000260     RECORD KEY IS nt-key
000270     FILE STATUS IS ntfs.
000280     SELECT almast ASSIGN TO 'Grace_alrtmast.dat'
000290     ORGANIZATION IS INDEXED
000300     ACCESS IS SEQUENTIAL
000310     RECORD KEY IS al-no
000320     FILE STATUS IS amfs.
000330     SELECT health ASSIGN TO 'Grace_health.dat'
000340     ORGANIZATION IS INDEXED
000350     ACCESS IS SEQUENTIAL
000360     RECORD KEY IS hl-date
000370     FILE STATUS IS hlfs.
000380 DATA DIVISION.
000390 FILE SECTION.
000400*    the gateway's outbox record: fixed columns, one per page
000410 FD outbox.
000420 01 obr.
000430     10 ob-id pic 9(8).
000440     10 filler pic x(1).
000450     10 ob-ts pic x(21).
000460     10 filler pic x(1).
000470     10 ob-kind pic x(8).
000480     10 filler pic x(1).
000490     10 ob-ref pic x(21).
000500     10 filler pic x(1).
000510     10 ob-sev pic x(4).
000520     10 filler pic x(1).
000530     10 ob-route pic x(8).
000540     10 filler pic x(1).
000550     10 ob-send pic 9(2).
000560     10 filler pic x(1).
000570     10 ob-text pic x(80).
000580*    the gateway's confirmation echoes the first four outbox
000590*    fields and adds the outcome, delivery time and recipient
000600 FD cnf.
000610 01 cfr.
000620     10 cf-id pic x(8).
000630     10 filler pic x(1).
000640     10 cf-ts pic x(21).
000650     10 filler pic x(1).
000660     10 cf-kind pic x(8).
000670     10 filler pic x(1).
000680     10 cf-ref pic x(21).
000690     10 filler pic x(1).
000700     10 cf-stat pic x(9).
000710     10 filler pic x(1).
000720     10 cf-dlv-ts pic x(21).
000730     10 filler pic x(1).
000740     10 cf-to pic x(30).
000750 FD nlog.
000760 01 nlrec pic x(132).
000770 FD rpt.
000780 01 rline pic x(100).
000790 FD lockf.
000800 01 lkr pic x(80).
000810 FD ntmast.
000820 01 ntr.
000830     10 nt-key.
000840         15 nt-kind pic x(8).
000850         15 nt-ref pic x(21).
000860     10 nt-id pic 9(8).
000870     10 nt-sev pic x(4).
000880     10 nt-stat pic x(8).
000890     10 nt-first pic x(21).
000900     10 nt-last pic x(21).
000910     10 nt-sends pic 9(2).
000920     10 nt-dlv-ts pic x(21).
000930     10 nt-dlv-to pic x(30).
000940     10 nt-text pic x(80).
000950 FD almast.
000960 01 amr.
000970     10 al-no pic 9(6).
000980     10 al-ts pic x(21).
000990     10 al-gen pic 9(4).
001000     10 al-src pic x(40).
001010     10 al-sev pic x(4).
001020     10 al-stat pic x(6).
001030     10 al-who pic x(8).
001040     10 al-ack-ts pic x(21).
001050     10 al-cmt pic x(40).
001052     10 al-cls-who pic x(8).
001054     10 al-cls-ts pic x(21).
001056     10 al-cls-cmt pic x(40).
001060 FD health.
001070 01 hlr.
001080     10 hl-date pic 9(8).
001090     10 hl-verdict pic x(8).
001100     10 hl-cruns pic 9(4).
001110     10 hl-gruns pic 9(4).
001120     10 hl-alerts pic 9(4).
001130     10 hl-cksfail pic 9(4).
001140     10 hl-qcert pic x(8).
001150     10 hl-ts pic x(21).
001160 WORKING-STORAGE SECTION.
001170 01 obfs pic xx.
001180 01 cffs pic xx.
001190 01 nlfs pic xx.
001200 01 rfs pic xx.
001210 01 lkfs pic xx.
001220 01 ntfs pic xx.
001230 01 amfs pic xx.
001240 01 hlfs pic xx.
001250 01 ob-fn pic x(70) value space.
001260 01 cf-fn pic x(70) value space.
001270 01 rpt-fn pic x(70) value space.
001280 01 env-fn pic x(70) value space.
001290 01 num-env pic x(10) value space.
001300 01 route pic x(8) value 'ONCALL'.
001310 01 escdays pic 9(3) value 2.
001320 01 hldays pic 9(3) value 7.
001330 01 resend-min pic 9(5) value 60.
001340 01 nts pic x(21) value space.
001350 01 today-i pic 9(7) value zero.
001360 01 then-i pic 9(7) value zero.
001370 01 age-d pic s9(7) value zero.
001380 01 age-min pic s9(9) value zero.
001390 01 cutoff pic 9(8) value zero.
001400 01 hino pic 9(8) value zero.
001410*    events standing now; new-ok is off for health nights older
001420*    than the window, which still keep an earlier page alive
001430 01 evtab.
001440     10 evnt occurs 4000.
001450         15 ev-kind pic x(8).
001460         15 ev-ref pic x(21).
001470         15 ev-sev pic x(4).
001480         15 ev-new pic 9.
001490         15 ev-text pic x(80).
001500 01 evmax pic 9(4) value zero.
001510 01 ex pic 9(4).
001520 01 evhit pic 9(4) value zero.
001530 01 evtrunc pic 9 value zero.
001540 01 hold-fld pic x(8) value space.
001550 01 lts-fld pic x(21) value space.
001560 01 int-fld pic x(20) value space.
001570 01 lkfunc pic x(1) value 'Q'.
001580 01 lkholder pic x(8) value space.
001590 01 lkintent pic x(20) value space.
001600 01 lkreply pic x(1) value space.
001610 01 al-ed pic z(5)9.
001620 01 gen-ed pic z(3)9.
001630 01 age-ed pic z(5)9.
001640 01 num-ed pic z(4)9.
001650 01 cnfct pic 9(5) value zero.
001660 01 badcf pic 9(5) value zero.
001670 01 newct pic 9(5) value zero.
001680 01 resct pic 9(5) value zero.
001690 01 clrct pic 9(5) value zero.
001700 01 openct pic 9(5) value zero.
001710 01 logact pic x(10) value space.
001720 01 nlln pic x(132) value space.
001730 01 pln pic x(100) value space.
001740 PROCEDURE DIVISION.
001750     PERFORM GET-PARMS
001760     MOVE FUNCTION CURRENT-DATE TO nts
001770     COMPUTE today-i = FUNCTION INTEGER-OF-DATE
001780         (FUNCTION NUMVAL(nts(1:8)))
001790     COMPUTE cutoff = FUNCTION DATE-OF-INTEGER
001800         (today-i - hldays)
001810     OPEN I-O ntmast
001820     IF ntfs = '35'
001830         OPEN OUTPUT ntmast
001840         CLOSE ntmast
001850         OPEN I-O ntmast
001860     END-IF
001870     IF ntfs NOT = '00'
001880         DISPLAY 'NOTIFY: cannot open Grace_notify.dat '
001890             'status ' ntfs
001900         MOVE 8 TO RETURN-CODE
001910         STOP RUN
001920     END-IF
001930     OPEN EXTEND outbox
001940     IF obfs NOT = '00'
001950         OPEN OUTPUT outbox
001960     END-IF
001970     IF obfs NOT = '00'
001980         DISPLAY 'NOTIFY: cannot open '
001990             FUNCTION TRIM(ob-fn) ' status ' obfs
002000         CLOSE ntmast
002010         MOVE 8 TO RETURN-CODE
002020         STOP RUN
002030     END-IF
002040     OPEN OUTPUT rpt
002050     IF rfs NOT = '00'
002060         DISPLAY 'NOTIFY: cannot open '
002070             FUNCTION TRIM(rpt-fn) ' status ' rfs
002080         CLOSE ntmast outbox
002090         MOVE 8 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120     OPEN EXTEND nlog
002130     IF nlfs NOT = '00'
002140         OPEN OUTPUT nlog
002150     END-IF
002160     MOVE 'NOTIFY  OUTBOUND NOTIFICATION DISPATCH' TO pln
002170     PERFORM PUT-LINE
002180     STRING 'RUN ' nts(1:14) '  ROUTE ' route
002190         '  OUTBOX ' FUNCTION TRIM(ob-fn) INTO pln
002200     PERFORM PUT-LINE
002210     PERFORM PUT-LINE
002220     PERFORM FIND-HINO
002230     PERFORM APPLY-CONFIRMS
002240     PERFORM LOAD-ALERTS
002250     PERFORM LOAD-HEALTH
002260     PERFORM LOAD-LOCK
002270     PERFORM QUEUE-NEW
002280     PERFORM RESEND-PASS
002290     PERFORM PUT-LINE
002300     STRING 'CONFIRMED ' cnfct '  UNMATCHED ' badcf
002310         '  QUEUED ' newct '  RESENT ' resct
002320         '  CLEARED ' clrct '  UNDELIVERED ' openct
002330         INTO pln
002340     PERFORM PUT-LINE
002350     IF evtrunc = 1
002360         MOVE 'WARNING: EVENTS PAST 4000 NOT EXAMINED' TO pln
002370         PERFORM PUT-LINE
002380     END-IF
002390     CLOSE ntmast outbox rpt nlog
002400     DISPLAY 'NOTIFY: ' newct ' queued, ' resct
002410         ' resent, ' cnfct ' confirmed, ' openct
002420         ' undelivered'
002430     DISPLAY 'NOTIFY: report written to '
002440         FUNCTION TRIM(rpt-fn)
002450     IF openct > 0 OR badcf > 0
002460         MOVE 4 TO RETURN-CODE
002470     END-IF
002480     STOP RUN.
002490 PUT-LINE.
002500     WRITE rline FROM pln
002510     MOVE SPACES TO pln.
002520 GET-PARMS.
002530     MOVE SPACES TO env-fn
002540     ACCEPT env-fn FROM ENVIRONMENT 'NOTIFY_OUTBOX_FILE'
002550     IF env-fn NOT = SPACES
002560         MOVE env-fn TO ob-fn
002570     ELSE
002580         MOVE 'Grace_notify.out' TO ob-fn
002590     END-IF
002600     MOVE SPACES TO env-fn
002610     ACCEPT env-fn FROM ENVIRONMENT 'NOTIFY_CONFIRM_FILE'
002620     IF env-fn NOT = SPACES
002630         MOVE env-fn TO cf-fn
002640     ELSE
002650         MOVE 'Grace_notify.cnf' TO cf-fn
002660     END-IF
002670     MOVE SPACES TO env-fn
002680     ACCEPT env-fn FROM ENVIRONMENT 'NOTIFY_OUT_FILE'
002690     IF env-fn NOT = SPACES
002700         MOVE env-fn TO rpt-fn
002710     ELSE
002720         MOVE 'Notify.rpt' TO rpt-fn
002730     END-IF
002740     MOVE SPACES TO num-env
002750     ACCEPT num-env FROM ENVIRONMENT 'NOTIFY_ROUTE'
002760     IF num-env NOT = SPACES
002770         MOVE FUNCTION UPPER-CASE(num-env) TO route
002780     END-IF
002790     MOVE SPACES TO num-env
002800     ACCEPT num-env FROM ENVIRONMENT 'ALRTMGR_ESC_DAYS'
002810     IF num-env NOT = SPACES
002820         IF FUNCTION NUMVAL(num-env) < 1
002830             DISPLAY 'NOTIFY: invalid ALRTMGR_ESC_DAYS '''
002840                 FUNCTION TRIM(num-env) ''''
002850             MOVE 8 TO RETURN-CODE
002860             STOP RUN
002870         END-IF
002880         COMPUTE escdays = FUNCTION NUMVAL(num-env)
002890     END-IF
002900     MOVE SPACES TO num-env
002910     ACCEPT num-env FROM ENVIRONMENT 'NOTIFY_HEALTH_DAYS'
002920     IF num-env NOT = SPACES
002930         IF FUNCTION NUMVAL(num-env) < 1
002940             DISPLAY 'NOTIFY: invalid NOTIFY_HEALTH_DAYS '''
002950                 FUNCTION TRIM(num-env) ''''
002960             MOVE 8 TO RETURN-CODE
002970             STOP RUN
002980         END-IF
002990         COMPUTE hldays = FUNCTION NUMVAL(num-env)
003000     END-IF
003010     MOVE SPACES TO num-env
003020     ACCEPT num-env FROM ENVIRONMENT 'NOTIFY_RESEND_MINS'
003030     IF num-env NOT = SPACES
003040         IF FUNCTION NUMVAL(num-env) < 1
003050             DISPLAY 'NOTIFY: invalid NOTIFY_RESEND_MINS '''
003060                 FUNCTION TRIM(num-env) ''''
003070             MOVE 8 TO RETURN-CODE
003080             STOP RUN
003090         END-IF
003100         COMPUTE resend-min = FUNCTION NUMVAL(num-env)
003110     END-IF.
003120*    notification numbers run on from the highest on file
003130 FIND-HINO.
003140     MOVE LOW-VALUES TO nt-key
003150     START ntmast KEY >= nt-key
003160         INVALID KEY MOVE '10' TO ntfs
003170     END-START
003180     PERFORM UNTIL ntfs NOT = '00'
003190         READ ntmast NEXT
003200             AT END MOVE '10' TO ntfs
003210             NOT AT END
003220                 IF nt-id > hino
003230                     MOVE nt-id TO hino
003240                 END-IF
003250         END-READ
003260     END-PERFORM
003270     MOVE '00' TO ntfs.
003280*    the gateway may confirm an earlier send of a resent event;
003290*    any delivery settles the event
003300 APPLY-CONFIRMS.
003310     MOVE 'DELIVERY CONFIRMATIONS' TO pln
003320     PERFORM PUT-LINE
003330     OPEN INPUT cnf
003340     IF cffs NOT = '00'
003350         MOVE ' NO CONFIRMATION FILE FROM THE GATEWAY' TO pln
003360         PERFORM PUT-LINE
003370         EXIT PARAGRAPH
003380     END-IF
003390     PERFORM UNTIL cffs = '10'
003400         READ cnf
003410             AT END MOVE '10' TO cffs
003420             NOT AT END PERFORM TAKE-CONFIRM
003430         END-READ
003440     END-PERFORM
003450     CLOSE cnf.
003460 TAKE-CONFIRM.
003470     IF cfr = SPACES OR cfr(1:1) = '*'
003480         EXIT PARAGRAPH
003490     END-IF
003500     MOVE cf-kind TO nt-kind
003510     MOVE cf-ref TO nt-ref
003520     READ ntmast
003530         INVALID KEY
003540             ADD 1 TO badcf
003550             STRING ' *UNMATCHED* ' cf-id ' ' cf-kind ' '
003560                 FUNCTION TRIM(cf-ref) ' ' cf-stat
003570                 INTO pln
003580             PERFORM PUT-LINE
003590             EXIT PARAGRAPH
003600     END-READ
003602     IF cf-id NOT = nt-id
003604         STRING ' ' cf-id ' ' nt-kind ' ' FUNCTION TRIM(nt-ref)
003606             ' ' FUNCTION TRIM(cf-stat) ' IGNORED, SUPERSEDED BY '
003608             nt-id INTO pln
003610         PERFORM PUT-LINE
003612         EXIT PARAGRAPH
003614     END-IF
003616     IF nt-stat = 'DELIVRD'
003620         EXIT PARAGRAPH
003630     END-IF
003640     EVALUATE cf-stat
003650         WHEN 'DELIVERED'
003660             MOVE 'DELIVRD' TO nt-stat
003670             MOVE cf-dlv-ts TO nt-dlv-ts
003680             MOVE cf-to TO nt-dlv-to
003690             ADD 1 TO cnfct
003700             MOVE 'DELIVERED' TO logact
003710         WHEN 'FAILED'
003720             IF nt-stat = 'FAILED'
003730                 EXIT PARAGRAPH
003740             END-IF
003750             MOVE 'FAILED' TO nt-stat
003760             MOVE 'GW FAILED' TO logact
003770         WHEN OTHER
003780             ADD 1 TO badcf
003790             STRING ' *UNKNOWN OUTCOME* ' cf-id ' ' cf-kind
003800                 ' ' FUNCTION TRIM(cf-ref) ' ' cf-stat
003810                 INTO pln
003820             PERFORM PUT-LINE
003830             EXIT PARAGRAPH
003840     END-EVALUATE
003850     REWRITE ntr
003860         INVALID KEY
003870             DISPLAY 'NOTIFY: rewrite failed for '
003880                 nt-kind ' ' nt-ref
003890     END-REWRITE
003900     STRING ' ' cf-id ' ' nt-kind ' ' nt-ref ' '
003910         FUNCTION TRIM(logact) ' ' cf-dlv-ts(1:14) ' TO '
003920         FUNCTION TRIM(cf-to) INTO pln
003930     PERFORM PUT-LINE
003940     MOVE SPACES TO nlln
003950     STRING nts ' ' cf-id ' ' nt-kind ' '
003960         FUNCTION TRIM(nt-ref) ' ' FUNCTION TRIM(logact)
003970         ' ' cf-dlv-ts ' TO ' FUNCTION TRIM(cf-to)
003980         INTO nlln
003990     WRITE nlrec FROM nlln.
004000 LOAD-ALERTS.
004010     OPEN INPUT almast
004020     IF amfs NOT = '00'
004030         EXIT PARAGRAPH
004040     END-IF
004050     PERFORM UNTIL amfs NOT = '00'
004060         READ almast NEXT RECORD
004070             AT END MOVE '10' TO amfs
004080             NOT AT END PERFORM TAKE-ALERT
004090         END-READ
004100     END-PERFORM
004110     CLOSE almast.
004120*    the same test ALRTMGR's escalation pass applies
004130 TAKE-ALERT.
004140     IF al-stat NOT = 'OPEN  ' OR al-ts(1:8) NOT NUMERIC
004150         EXIT PARAGRAPH
004160     END-IF
004170     COMPUTE then-i = FUNCTION INTEGER-OF-DATE
004180         (FUNCTION NUMVAL(al-ts(1:8)))
004190     COMPUTE age-d = today-i - then-i
004200     IF age-d NOT > escdays
004210         EXIT PARAGRAPH
004220     END-IF
004230     IF evmax >= 4000
004240         MOVE 1 TO evtrunc
004250         EXIT PARAGRAPH
004260     END-IF
004270     ADD 1 TO evmax
004280     MOVE 'ALERT' TO ev-kind(evmax)
004290     MOVE SPACES TO ev-ref(evmax)
004300     MOVE al-no TO ev-ref(evmax)(1:6)
004310     MOVE al-sev TO ev-sev(evmax)
004320     MOVE 1 TO ev-new(evmax)
004330     MOVE al-no TO al-ed
004340     MOVE al-gen TO gen-ed
004350     MOVE age-d TO age-ed
004360     MOVE SPACES TO ev-text(evmax)
004370     STRING 'GRACE ALERT ' FUNCTION TRIM(al-ed) ' GEN '
004380         FUNCTION TRIM(gen-ed) ' ' FUNCTION TRIM(al-src)
004390         ' OPEN ' FUNCTION TRIM(age-ed) ' DAY(S)'
004400         INTO ev-text(evmax).
004410 LOAD-HEALTH.
004420     OPEN INPUT health
004430     IF hlfs NOT = '00'
004440         EXIT PARAGRAPH
004450     END-IF
004460     PERFORM UNTIL hlfs NOT = '00'
004470         READ health NEXT RECORD
004480             AT END MOVE '10' TO hlfs
004490             NOT AT END PERFORM TAKE-HEALTH
004500         END-READ
004510     END-PERFORM
004520     CLOSE health.
004530 TAKE-HEALTH.
004540     IF hl-verdict NOT = 'FAILED' AND
004550        hl-verdict NOT = 'DEGRADED'
004560         EXIT PARAGRAPH
004570     END-IF
004580     IF evmax >= 4000
004590         MOVE 1 TO evtrunc
004600         EXIT PARAGRAPH
004610     END-IF
004620     ADD 1 TO evmax
004630     MOVE 'HEALTH' TO ev-kind(evmax)
004640     MOVE SPACES TO ev-ref(evmax)
004650     MOVE hl-date TO ev-ref(evmax)(1:8)
004660     IF hl-verdict = 'FAILED'
004670         MOVE 'HIGH' TO ev-sev(evmax)
004680     ELSE
004690         MOVE 'MED ' TO ev-sev(evmax)
004700     END-IF
004710     IF hl-date >= cutoff
004720         MOVE 1 TO ev-new(evmax)
004730     ELSE
004740         MOVE 0 TO ev-new(evmax)
004750     END-IF
004760     MOVE SPACES TO ev-text(evmax)
004770     STRING 'GRACEJOB NIGHT ' hl-date ' '
004780         FUNCTION TRIM(hl-verdict) ' COLLEEN ' hl-cruns
004790         ' GRACE ' hl-gruns ' ALERTS ' hl-alerts
004800         ' CKSWEEP FAIL ' hl-cksfail
004810         INTO ev-text(evmax).
004820*    runlock judges staleness; the lock record gives the
004830*    timestamp that identifies this particular lock
004840 LOAD-LOCK.
004850     MOVE 'Q' TO lkfunc
004860     CALL 'runlock' USING lkfunc lkholder
004870         lkintent lkreply
004880         ON EXCEPTION MOVE SPACES TO lkreply
004890     END-CALL
004900     IF lkreply NOT = '3'
004910         EXIT PARAGRAPH
004920     END-IF
004930     OPEN INPUT lockf
004940     IF lkfs NOT = '00'
004950         EXIT PARAGRAPH
004960     END-IF
004970     READ lockf
004980     CLOSE lockf
004990     MOVE SPACES TO hold-fld lts-fld int-fld
005000     UNSTRING lkr DELIMITED BY ALL ' '
005010         INTO hold-fld lts-fld int-fld
005020     IF evmax >= 4000
005030         MOVE 1 TO evtrunc
005040         EXIT PARAGRAPH
005050     END-IF
005060     ADD 1 TO evmax
005070     MOVE 'RUNLOCK' TO ev-kind(evmax)
005080     MOVE lts-fld TO ev-ref(evmax)
005090     MOVE 'HIGH' TO ev-sev(evmax)
005100     MOVE 1 TO ev-new(evmax)
005110     MOVE SPACES TO ev-text(evmax)
005120     STRING 'SUITE LOCK STALE, HELD BY ' hold-fld
005130         ' SINCE ' lts-fld(1:14) ' FOR '
005140         FUNCTION TRIM(int-fld) INTO ev-text(evmax).
005150 QUEUE-NEW.
005160     PERFORM PUT-LINE
005170     MOVE 'NOTIFICATIONS QUEUED' TO pln
005180     PERFORM PUT-LINE
005190     PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > evmax
005200         IF ev-new(ex) = 1
005210             MOVE ev-kind(ex) TO nt-kind
005220             MOVE ev-ref(ex) TO nt-ref
005230             READ ntmast
005240                 INVALID KEY PERFORM QUEUE-ONE
005242                 NOT INVALID KEY
005244                     IF nt-stat = 'CLEARED'
005246                         PERFORM REQUEUE-ONE
005248                     END-IF
005250             END-READ
005260         END-IF
005270     END-PERFORM.
005280 QUEUE-ONE.
005290     MOVE ev-kind(ex) TO nt-kind
005300     MOVE ev-ref(ex) TO nt-ref
005310     MOVE ev-sev(ex) TO nt-sev
005320     MOVE ev-text(ex) TO nt-text
005330     MOVE 'QUEUED' TO nt-stat
005340     MOVE nts TO nt-first
005350     MOVE 0 TO nt-sends
005360     MOVE SPACES TO nt-dlv-ts nt-dlv-to
005370     PERFORM SEND-ONE
005380     WRITE ntr
005390         INVALID KEY
005400             DISPLAY 'NOTIFY: write failed for '
005410                 nt-kind ' ' nt-ref
005420     END-WRITE
005430     ADD 1 TO newct
005440     MOVE 'QUEUED' TO logact
005443     PERFORM LOG-SEND.
005446*    a cleared event whose condition has come back starts over
005447*    as a new notification on its existing tracking record
005448 REQUEUE-ONE.
005449     MOVE ev-sev(ex) TO nt-sev
005450     MOVE ev-text(ex) TO nt-text
005451     MOVE 'QUEUED' TO nt-stat
005452     MOVE nts TO nt-first
005453     MOVE 0 TO nt-sends
005454     MOVE SPACES TO nt-dlv-ts nt-dlv-to
005455     PERFORM SEND-ONE
005456     REWRITE ntr
005457         INVALID KEY
005458             DISPLAY 'NOTIFY: rewrite failed for '
005459                 nt-kind ' ' nt-ref
005460     END-REWRITE
005461     ADD 1 TO newct
005462     MOVE 'REQUEUED' TO logact
005463     PERFORM LOG-SEND.
005464*    one outbox record under a fresh notification number
005470 SEND-ONE.
005480     ADD 1 TO hino
005490     ADD 1 TO nt-sends
005500     MOVE hino TO nt-id
005510     MOVE nts TO nt-last
005520     MOVE SPACES TO obr
005530     MOVE nt-id TO ob-id
005540     MOVE nts TO ob-ts
005550     MOVE nt-kind TO ob-kind
005560     MOVE nt-ref TO ob-ref
005570     MOVE nt-sev TO ob-sev
005580     MOVE route TO ob-route
005590     MOVE nt-sends TO ob-send
005600     MOVE nt-text TO ob-text
005610     WRITE obr.
005620 LOG-SEND.
005630     STRING ' ' nt-id ' ' nt-kind ' ' nt-sev ' SEND '
005640         nt-sends ' ' FUNCTION TRIM(nt-text) INTO pln
005650     PERFORM PUT-LINE
005660     MOVE SPACES TO nlln
005670     STRING nts ' ' nt-id ' ' nt-kind ' '
005680         FUNCTION TRIM(nt-ref) ' ' FUNCTION TRIM(logact)
005690         ' TO ' FUNCTION TRIM(route) ' SEND ' nt-sends
005700         INTO nlln
005710     WRITE nlrec FROM nlln.
005720*    everything not yet delivered: clear it when its condition
005730*    has gone, otherwise send it again once it is due
005740 RESEND-PASS.
005750     PERFORM PUT-LINE
005760     MOVE 'RESENT, CLEARED AND STILL UNDELIVERED' TO pln
005770     PERFORM PUT-LINE
005780     MOVE LOW-VALUES TO nt-key
005790     START ntmast KEY >= nt-key
005800         INVALID KEY MOVE '10' TO ntfs
005810     END-START
005820     PERFORM UNTIL ntfs NOT = '00'
005830         READ ntmast NEXT
005840             AT END MOVE '10' TO ntfs
005850             NOT AT END PERFORM RESEND-ONE
005860         END-READ
005870     END-PERFORM
005880     MOVE '00' TO ntfs.
005890 RESEND-ONE.
005900     IF nt-stat = 'DELIVRD' OR nt-stat = 'CLEARED'
005910         EXIT PARAGRAPH
005920     END-IF
005930     MOVE 0 TO evhit
005940     PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > evmax
005950         IF ev-kind(ex) = nt-kind AND ev-ref(ex) = nt-ref
005960             MOVE ex TO evhit
005970             MOVE evmax TO ex
005980         END-IF
005990     END-PERFORM
006000     IF evhit = 0 AND evtrunc = 0
006010         MOVE 'CLEARED' TO nt-stat
006020         REWRITE ntr
006030             INVALID KEY CONTINUE
006040         END-REWRITE
006050         ADD 1 TO clrct
006060         STRING ' ' nt-id ' ' nt-kind ' '
006070             FUNCTION TRIM(nt-ref) ' CLEARED, CONDITION GONE'
006080             ' AFTER ' nt-sends ' SEND(S) UNCONFIRMED'
006090             INTO pln
006100         PERFORM PUT-LINE
006110         MOVE SPACES TO nlln
006120         STRING nts ' ' nt-id ' ' nt-kind ' '
006130             FUNCTION TRIM(nt-ref) ' CLEARED' INTO nlln
006140         WRITE nlrec FROM nlln
006150         EXIT PARAGRAPH
006160     END-IF
006170     PERFORM SEND-AGE
006180     IF nt-last = nts
006190         ADD 1 TO openct
006200         EXIT PARAGRAPH
006210     END-IF
006220     IF nt-stat NOT = 'FAILED' AND age-min < resend-min
006230         ADD 1 TO openct
006240         MOVE age-min TO age-ed
006250         STRING ' ' nt-id ' ' nt-kind ' '
006260             FUNCTION TRIM(nt-ref) ' AWAITING CONFIRMATION, '
006270             'SENT ' FUNCTION TRIM(age-ed) ' MINUTE(S) AGO'
006280             INTO pln
006290         PERFORM PUT-LINE
006300         EXIT PARAGRAPH
006310     END-IF
006320     IF evhit > 0
006330         MOVE ev-text(evhit) TO nt-text
006340     END-IF
006350     PERFORM SEND-ONE
006360     MOVE 'QUEUED' TO nt-stat
006370     REWRITE ntr
006380         INVALID KEY CONTINUE
006390     END-REWRITE
006400     ADD 1 TO resct
006410     ADD 1 TO openct
006420     MOVE 'RESENT' TO logact
006430     PERFORM LOG-SEND.
006440 SEND-AGE.
006450     MOVE 0 TO age-min
006460     IF nt-last(1:8) NOT NUMERIC
006470         MOVE resend-min TO age-min
006480         EXIT PARAGRAPH
006490     END-IF
006500     COMPUTE then-i = FUNCTION INTEGER-OF-DATE
006510         (FUNCTION NUMVAL(nt-last(1:8)))
006520     COMPUTE age-min = (today-i - then-i) * 1440
006530         + FUNCTION NUMVAL(nts(9:2)) * 60
006540         + FUNCTION NUMVAL(nts(11:2))
006550         - FUNCTION NUMVAL(nt-last(9:2)) * 60
006560         - FUNCTION NUMVAL(nt-last(11:2)).
006570 END PROGRAM notify.
