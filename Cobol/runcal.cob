000000*Run calendar console. NVERDICT only judges a night that ran;
000001*nothing noticed a night the scheduler never started. The
000002*indexed Grace_runcal.dat calendar, keyed by business date,
000003*job and stream, lists the runs expected on each date (kind R:
000004*GRACEJOB nightly, its CKSWEEP step on Saturdays, PERCLOSE on
000005*the 1st, and any GRACEBAT stream chain the site schedules)
000006*with the latest completion time for each, as HHMM on the
000007*business date or +HHMM on the morning
000008*after. A holiday is kind H under job *HOLIDAY and clears that
000009*date's expected runs; a maintenance window is kind M under
000010*job *MAINT with the job it covers (or ALL) in the stream field
000011*and its from/to times. Entries can be maintained one at a time
000012*here or a whole month generated from the Runcal.parm member
000013*(RUNCAL_PARM_FILE); RUNCAL_GENERATE=YYYYMM generates a month
000014*unattended for the scheduler (NEXT for the month after the
000015*current one) under the operator named in RUNCAL_OPERATOR,
000016*who must hold ADMIN: a refusal, or the registry being
000017*unavailable, ends the run RC 8. Generation never overwrites an
000018*entry already on file, so hand changes survive a rerun; a
000019*parm holiday on a date that already has entries is not
000020*applied and is reported (mark it at the console instead).
000021*Changes need the ADMIN class on the operator registry; an
000022*operator without it may only list. RUNEXC compares the
000023*calendar with what actually ran.
000025 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. runcal.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT runcal ASSIGN TO 'Grace_runcal.dat'
000080     ORGANIZATION IS INDEXED
000090     ACCESS IS DYNAMIC
000100     RECORD KEY IS rc-key
000110     FILE STATUS IS rcfs.
000120     SELECT parm ASSIGN TO DYNAMIC parm-fn
000130     ORGANIZATION IS LINE SEQUENTIAL
000140     FILE STATUS IS pmfs.
000150 DATA DIVISION.
000160 FILE SECTION.
000170 FD runcal.
000180 01 rcr.
000190     10 rc-key.
000200         15 rc-date pic 9(8).
000210         15 rc-job pic x(8).
000220         15 rc-stream pic x(8).
000230     10 rc-kind pic x(1).
000240     10 rc-due-off pic 9(1).
000250     10 rc-due pic 9(4).
000260     10 rc-from pic 9(4).
000270     10 rc-to pic 9(4).
000280     10 rc-desc pic x(30).
000290     10 rc-ts pic x(21).
000300     10 rc-by pic x(8).
000310 FD parm.
000320 01 pmrec pic x(80).
000330 WORKING-STORAGE SECTION.
000340 01 rcfs pic xx.
000350 01 pmfs pic xx.
000360 01 parm-fn pic x(70) value 'Runcal.parm'.
000370 01 penv-fn pic x(70) value space.
000380 01 genv pic x(8) value space.
000390 01 opt pic x(2) value space.
000400 01 ans pic x(30) value space.
000410 01 opr-id pic x(8) value space.
000420 01 canchg pic 9 value zero.
000430 01 okin pic 9 value zero.
000440 01 date-in pic 9(8) value zero.
000450 01 date-to pic 9(8) value zero.
000460 01 job-in pic x(8) value space.
000470 01 strm-in pic x(8) value space.
000480 01 off-in pic 9(1) value zero.
000490 01 hhmm-in pic 9(4) value zero.
000500 01 from-in pic 9(4) value zero.
000510 01 to-in pic 9(4) value zero.
000520 01 desc-in pic x(30) value space.
000530 01 tm-wk pic x(10) value space.
000540 01 desc-wk pic x(10) value space.
000550 01 hh-wk pic 9(2) value zero.
000560 01 mm-wk pic 9(2) value zero.
000570 01 day-i pic 9(7) value zero.
000580 01 last-i pic 9(7) value zero.
000590 01 dow pic 9(1) value zero.
000600 01 ymd-wk pic 9(8) value zero.
000610 01 ym-in pic 9(6) value zero.
000620 01 ym-x pic x(6) value space.
000630 01 lstct pic 9(5) value zero.
000640 01 addct pic 9(5) value zero.
000650 01 keepct pic 9(5) value zero.
000660 01 delct pic 9(5) value zero.
000665 01 holskip pic 9(3) value zero.
000666 01 onfile pic 9 value zero.
000670 01 due-ed pic x(5) value space.
000680 01 rts pic x(21).
000690*    run-control cards, held so holidays are known before any
000700*    expected run is generated whatever order the cards are in
000710 01 pkey pic x(10) value space.
000720 01 pval pic x(70) value space.
000730 01 p1 pic x(30) value space.
000740 01 p2 pic x(30) value space.
000750 01 p3 pic x(30) value space.
000760 01 p4 pic x(30) value space.
000770 01 etab.
000780     10 eent occurs 50.
000790         15 e-job pic x(8).
000800         15 e-stream pic x(8).
000810         15 e-mask pic x(8).
000820         15 e-off pic 9(1).
000830         15 e-due pic 9(4).
000840 01 emax pic 9(2) value zero.
000850 01 ex pic 9(2).
000860 01 htab.
000870     10 hent occurs 100.
000880         15 h-date pic 9(8).
000890         15 h-desc pic x(30).
000900 01 hmax pic 9(3) value zero.
000910 01 hx pic 9(3).
000920 01 isholi pic 9 value zero.
000930 01 badct pic 9(3) value zero.
000940 01 ocprog pic x(8) value 'RUNCAL'.
000950 01 occls pic x(8) value 'ADMIN'.
000960 01 ocreply pic x(1) value space.
000970 PROCEDURE DIVISION.
000980     PERFORM OPEN-MASTER
000990     ACCEPT penv-fn FROM ENVIRONMENT 'RUNCAL_PARM_FILE'
001000     IF penv-fn NOT = SPACES
001010         MOVE penv-fn TO parm-fn
001020     END-IF
001030     ACCEPT genv FROM ENVIRONMENT 'RUNCAL_GENERATE'
001040     IF genv NOT = SPACES
001050         PERFORM CHECK-BATCH-AUTHORITY
001060         MOVE genv TO ans
001062         IF genv = 'NEXT'
001064             PERFORM NEXT-MONTH
001066         END-IF
001070         PERFORM GENERATE-MONTH
001080         CLOSE runcal
001090         IF okin = 0
001100             MOVE 8 TO RETURN-CODE
001110         ELSE
001120             IF badct > 0
001130                 MOVE 4 TO RETURN-CODE
001140             END-IF
001150         END-IF
001160         STOP RUN
001170     END-IF
001180     PERFORM CHECK-AUTHORITY
001190     PERFORM UNTIL opt = '0' OR opt = 'Q'
001200         DISPLAY ' '
001210         DISPLAY 'OPTIONS: 1 LIST, 2 ADD/CHANGE EXPECTED RUN, '
001220             '3 DELETE ENTRY'
001230         DISPLAY '         4 MARK HOLIDAY, 5 MAINTENANCE WINDOW, '
001240             '6 GENERATE MONTH, 0 EXIT'
001250         DISPLAY 'OPTION?'
001260         MOVE SPACES TO opt
001270         ACCEPT opt
001280         EVALUATE opt
001290             WHEN '1'
001300                 PERFORM LIST-CALENDAR
001310             WHEN '2'
001320                 IF canchg = 1
001330                     PERFORM ADD-EXPECTED
001340                 ELSE
001350                     PERFORM LIST-ONLY
001360                 END-IF
001370             WHEN '3'
001380                 IF canchg = 1
001390                     PERFORM DELETE-ENTRY
001400                 ELSE
001410                     PERFORM LIST-ONLY
001420                 END-IF
001430             WHEN '4'
001440                 IF canchg = 1
001450                     PERFORM MARK-HOLIDAY
001460                 ELSE
001470                     PERFORM LIST-ONLY
001480                 END-IF
001490             WHEN '5'
001500                 IF canchg = 1
001510                     PERFORM ADD-MAINT
001520                 ELSE
001530                     PERFORM LIST-ONLY
001540                 END-IF
001550             WHEN '6'
001560                 IF canchg = 1
001570                     DISPLAY 'MONTH TO GENERATE (YYYYMM)?'
001580                     MOVE SPACES TO ans
001590                     ACCEPT ans
001600                     PERFORM GENERATE-MONTH
001610                 ELSE
001620                     PERFORM LIST-ONLY
001630                 END-IF
001640             WHEN '0'
001650                 CONTINUE
001660             WHEN 'Q'
001670                 CONTINUE
001680             WHEN SPACES
001690*                console closed or empty reply: leave quietly
001700                 MOVE '0' TO opt
001710             WHEN OTHER
001720                 DISPLAY 'RUNCAL: unknown option '''
001730                     FUNCTION TRIM(opt) ''''
001740         END-EVALUATE
001750     END-PERFORM
001760     CLOSE runcal
001770     DISPLAY 'RUNCAL: end of session'
001780     STOP RUN.
001790 OPEN-MASTER.
001800     OPEN I-O runcal
001810     IF rcfs = '35'
001820         OPEN OUTPUT runcal
001830         CLOSE runcal
001840         OPEN I-O runcal
001850     END-IF
001860     IF rcfs NOT = '00'
001870         DISPLAY 'RUNCAL: cannot open '
001880             'Grace_runcal.dat status ' rcfs
001890         MOVE 8 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920*    fails closed like the other consoles: without ADMIN, or
001930*    with the registry unavailable, the session is list-only
001940 CHECK-AUTHORITY.
001950     DISPLAY 'OPERATOR ID?'
001960     MOVE SPACES TO opr-id
001970     ACCEPT opr-id
001980     MOVE FUNCTION UPPER-CASE(opr-id) TO opr-id
001990     IF opr-id = SPACES
002000         MOVE 'UNKNOWN' TO opr-id
002010     END-IF
002020     CALL 'oprchk' USING ocprog opr-id occls ocreply
002030         ON EXCEPTION
002040             MOVE '2' TO ocreply
002050     END-CALL
002060     EVALUATE ocreply
002070         WHEN '0'
002080             MOVE 1 TO canchg
002090         WHEN '1'
002100             DISPLAY 'RUNCAL: operator ' opr-id
002110                 ' not authorised for ADMIN, list only'
002120         WHEN OTHER
002130             DISPLAY 'RUNCAL: operator registry '
002140                 'unavailable, list only'
002150     END-EVALUATE.
002160 LIST-ONLY.
002170     DISPLAY 'RUNCAL: calendar changes need ADMIN, '
002180         'this session may only list'.
002190 LIST-CALENDAR.
002200     DISPLAY 'FROM DATE (YYYYMMDD, BLANK FOR TODAY)?'
002210     MOVE SPACES TO ans
002220     ACCEPT ans
002230     IF ans = SPACES
002240         MOVE FUNCTION CURRENT-DATE TO rts
002250         MOVE rts(1:8) TO ans
002260     END-IF
002270     PERFORM CHECK-DATE
002280     IF okin = 0
002290         EXIT PARAGRAPH
002300     END-IF
002310     MOVE date-in TO ymd-wk
002320     DISPLAY 'TO DATE (YYYYMMDD, BLANK FOR TWO WEEKS)?'
002330     MOVE SPACES TO ans
002340     ACCEPT ans
002350     IF ans = SPACES
002360         COMPUTE day-i = FUNCTION INTEGER-OF-DATE(ymd-wk) + 13
002370         COMPUTE date-to = FUNCTION DATE-OF-INTEGER(day-i)
002380     ELSE
002390         PERFORM CHECK-DATE
002400         IF okin = 0
002410             EXIT PARAGRAPH
002420         END-IF
002430         MOVE date-in TO date-to
002440     END-IF
002450     MOVE ymd-wk TO date-in
002460     MOVE 0 TO lstct
002470     MOVE date-in TO rc-date
002480     MOVE LOW-VALUES TO rc-job rc-stream
002490     START runcal KEY >= rc-key
002500         INVALID KEY MOVE '10' TO rcfs
002510     END-START
002520     PERFORM UNTIL rcfs NOT = '00'
002530         READ runcal NEXT
002540             AT END MOVE '10' TO rcfs
002550             NOT AT END
002560                 IF rc-date > date-to
002570                     MOVE '10' TO rcfs
002580                 ELSE
002590                     PERFORM LIST-ONE
002600                 END-IF
002610         END-READ
002620     END-PERFORM
002630     MOVE '00' TO rcfs
002640     DISPLAY 'RUNCAL: ' lstct ' entr(ies) from ' date-in
002650         ' to ' date-to.
002660 LIST-ONE.
002670     ADD 1 TO lstct
002680     EVALUATE rc-kind
002690         WHEN 'H'
002700             DISPLAY rc-date ' HOLIDAY  ' rc-desc
002710         WHEN 'M'
002720             DISPLAY rc-date ' MAINT    ' rc-stream ' '
002730                 rc-from '-' rc-to ' ' rc-desc
002740         WHEN OTHER
002750             PERFORM EDIT-DUE
002760             DISPLAY rc-date ' ' rc-job ' ' rc-stream
002770                 ' BY ' due-ed ' ' rc-desc
002780     END-EVALUATE.
002790 EDIT-DUE.
002800     MOVE SPACES TO due-ed
002810     IF rc-due-off = 1
002820         STRING '+' rc-due DELIMITED BY SIZE INTO due-ed
002830     ELSE
002840         STRING ' ' rc-due DELIMITED BY SIZE INTO due-ed
002850     END-IF.
002860*    ans holds a YYYYMMDD date; okin 1 and date-in set if valid
002870 CHECK-DATE.
002880     MOVE 0 TO okin
002890     IF ans(1:8) NOT NUMERIC OR ans(9:1) NOT = SPACE
002900         DISPLAY 'RUNCAL: invalid date ''' FUNCTION TRIM(ans)
002910             ''''
002920         EXIT PARAGRAPH
002930     END-IF
002940     MOVE ans(1:8) TO date-in
002950     IF FUNCTION TEST-DATE-YYYYMMDD(date-in) NOT = 0
002960         DISPLAY 'RUNCAL: invalid date ' date-in
002970         EXIT PARAGRAPH
002980     END-IF
002990     MOVE 1 TO okin.
003000*    tm-wk holds HHMM, or +HHMM for the morning after
003010 CHECK-TIME.
003020     MOVE 0 TO okin
003030     MOVE 0 TO off-in
003040     IF tm-wk(1:1) = '+'
003050         MOVE 1 TO off-in
003060         MOVE tm-wk(2:9) TO desc-wk
003070         MOVE desc-wk TO tm-wk
003080     END-IF
003090     IF tm-wk(1:4) NOT NUMERIC OR tm-wk(5:1) NOT = SPACE
003100         DISPLAY 'RUNCAL: invalid time ''' FUNCTION TRIM(tm-wk)
003110             ''''
003120         EXIT PARAGRAPH
003130     END-IF
003140     MOVE tm-wk(1:2) TO hh-wk
003150     MOVE tm-wk(3:2) TO mm-wk
003160     IF hh-wk > 23 OR mm-wk > 59
003170         DISPLAY 'RUNCAL: invalid time ' tm-wk(1:4)
003180         EXIT PARAGRAPH
003190     END-IF
003200     MOVE tm-wk(1:4) TO hhmm-in
003210     MOVE 1 TO okin.
003220 GET-DATE.
003230     DISPLAY 'BUSINESS DATE (YYYYMMDD)?'
003240     MOVE SPACES TO ans
003250     ACCEPT ans
003260     PERFORM CHECK-DATE.
003270 GET-JOB-STREAM.
003280     DISPLAY 'JOB?'
003290     MOVE SPACES TO job-in
003300     ACCEPT job-in
003310     MOVE FUNCTION UPPER-CASE(job-in) TO job-in
003320     DISPLAY 'STREAM (BLANK FOR PROD)?'
003330     MOVE SPACES TO strm-in
003340     ACCEPT strm-in
003350     MOVE FUNCTION UPPER-CASE(strm-in) TO strm-in
003360     IF strm-in = SPACES
003370         MOVE 'PROD' TO strm-in
003380     END-IF.
003390 ADD-EXPECTED.
003400     PERFORM GET-DATE
003410     IF okin = 0
003420         EXIT PARAGRAPH
003430     END-IF
003440     MOVE date-in TO rc-date
003450     MOVE '*HOLIDAY' TO rc-job
003460     MOVE 'ALL' TO rc-stream
003470     READ runcal
003480         INVALID KEY CONTINUE
003490         NOT INVALID KEY
003500             DISPLAY 'RUNCAL: ' date-in ' is a holiday ('
003510                 FUNCTION TRIM(rc-desc) '), delete it first'
003520             EXIT PARAGRAPH
003530     END-READ
003540     PERFORM GET-JOB-STREAM
003550     IF job-in = SPACES OR job-in(1:1) = '*'
003560         DISPLAY 'RUNCAL: invalid job name'
003570         EXIT PARAGRAPH
003580     END-IF
003590     DISPLAY 'LATEST COMPLETION (HHMM, +HHMM FOR NEXT MORNING)?'
003600     MOVE SPACES TO tm-wk
003610     ACCEPT tm-wk
003620     PERFORM CHECK-TIME
003630     IF okin = 0
003640         EXIT PARAGRAPH
003650     END-IF
003660     DISPLAY 'DESCRIPTION?'
003670     MOVE SPACES TO desc-in
003680     ACCEPT desc-in
003690     MOVE date-in TO rc-date
003700     MOVE job-in TO rc-job
003710     MOVE strm-in TO rc-stream
003720     READ runcal
003730         INVALID KEY
003740             PERFORM BUILD-EXPECTED
003750             WRITE rcr
003760             DISPLAY 'RUNCAL: ' job-in ' ' FUNCTION TRIM(strm-in)
003770                 ' expected on ' date-in
003780         NOT INVALID KEY
003790             PERFORM BUILD-EXPECTED
003800             REWRITE rcr
003810             DISPLAY 'RUNCAL: ' job-in ' ' FUNCTION TRIM(strm-in)
003820                 ' on ' date-in ' changed'
003830     END-READ.
003840 BUILD-EXPECTED.
003850     MOVE date-in TO rc-date
003860     MOVE job-in TO rc-job
003870     MOVE strm-in TO rc-stream
003880     MOVE 'R' TO rc-kind
003890     MOVE off-in TO rc-due-off
003900     MOVE hhmm-in TO rc-due
003910     MOVE 0 TO rc-from rc-to
003920     MOVE desc-in TO rc-desc
003930     MOVE FUNCTION CURRENT-DATE TO rc-ts
003940     MOVE opr-id TO rc-by.
003950 DELETE-ENTRY.
003960     PERFORM GET-DATE
003970     IF okin = 0
003980         EXIT PARAGRAPH
003990     END-IF
004000     DISPLAY 'JOB (*HOLIDAY OR *MAINT FOR THOSE ENTRIES)?'
004010     MOVE SPACES TO job-in
004020     ACCEPT job-in
004030     MOVE FUNCTION UPPER-CASE(job-in) TO job-in
004040     DISPLAY 'STREAM (BLANK FOR PROD, ALL FOR A HOLIDAY)?'
004050     MOVE SPACES TO strm-in
004060     ACCEPT strm-in
004070     MOVE FUNCTION UPPER-CASE(strm-in) TO strm-in
004080     IF strm-in = SPACES
004090         MOVE 'PROD' TO strm-in
004100     END-IF
004110     MOVE date-in TO rc-date
004120     MOVE job-in TO rc-job
004130     MOVE strm-in TO rc-stream
004140     DELETE runcal
004150         INVALID KEY
004160             DISPLAY 'RUNCAL: no entry ' FUNCTION TRIM(job-in)
004170                 ' ' FUNCTION TRIM(strm-in) ' on ' date-in
004180         NOT INVALID KEY
004190             DISPLAY 'RUNCAL: entry ' FUNCTION TRIM(job-in)
004200                 ' ' FUNCTION TRIM(strm-in) ' on ' date-in
004210                 ' deleted'
004220     END-DELETE.
004230 MARK-HOLIDAY.
004240     PERFORM GET-DATE
004250     IF okin = 0
004260         EXIT PARAGRAPH
004270     END-IF
004280     DISPLAY 'HOLIDAY DESCRIPTION?'
004290     MOVE SPACES TO desc-in
004300     ACCEPT desc-in
004310     PERFORM WRITE-HOLIDAY
004320     DISPLAY 'RUNCAL: ' date-in ' marked holiday, ' delct
004330         ' expected run(s) removed'.
004340*    the holiday replaces every expected run on the date;
004350*    maintenance windows are left as they are
004360 WRITE-HOLIDAY.
004370     MOVE 0 TO delct
004380     MOVE date-in TO rc-date
004390     MOVE LOW-VALUES TO rc-job rc-stream
004400     START runcal KEY >= rc-key
004410         INVALID KEY MOVE '10' TO rcfs
004420     END-START
004430     PERFORM UNTIL rcfs NOT = '00'
004440         READ runcal NEXT
004450             AT END MOVE '10' TO rcfs
004460             NOT AT END
004470                 IF rc-date NOT = date-in
004480                     MOVE '10' TO rcfs
004490                 ELSE
004500                     IF rc-kind = 'R'
004510                         DELETE runcal
004520                         ADD 1 TO delct
004530                     END-IF
004540                 END-IF
004550         END-READ
004560     END-PERFORM
004570     MOVE '00' TO rcfs
004580     MOVE date-in TO rc-date
004590     MOVE '*HOLIDAY' TO rc-job
004600     MOVE 'ALL' TO rc-stream
004610     MOVE 'H' TO rc-kind
004620     MOVE 0 TO rc-due-off rc-due rc-from rc-to
004630     MOVE desc-in TO rc-desc
004640     MOVE FUNCTION CURRENT-DATE TO rc-ts
004650     MOVE opr-id TO rc-by
004660     WRITE rcr
004670         INVALID KEY REWRITE rcr
004680     END-WRITE.
004690 ADD-MAINT.
004700     PERFORM GET-DATE
004710     IF okin = 0
004720         EXIT PARAGRAPH
004730     END-IF
004740     DISPLAY 'JOB THE WINDOW COVERS (BLANK FOR ALL)?'
004750     MOVE SPACES TO strm-in
004760     ACCEPT strm-in
004770     MOVE FUNCTION UPPER-CASE(strm-in) TO strm-in
004780     IF strm-in = SPACES
004790         MOVE 'ALL' TO strm-in
004800     END-IF
004810     DISPLAY 'WINDOW FROM (HHMM)?'
004820     MOVE SPACES TO tm-wk
004830     ACCEPT tm-wk
004840     PERFORM CHECK-TIME
004850     IF okin = 0
004860         EXIT PARAGRAPH
004870     END-IF
004880     MOVE hhmm-in TO from-in
004890     DISPLAY 'WINDOW TO (HHMM, EARLIER THAN FROM RUNS OVER '
004900         'MIDNIGHT)?'
004910     MOVE SPACES TO tm-wk
004920     ACCEPT tm-wk
004930     PERFORM CHECK-TIME
004940     IF okin = 0
004950         EXIT PARAGRAPH
004960     END-IF
004970     MOVE hhmm-in TO to-in
004980     DISPLAY 'DESCRIPTION?'
004990     MOVE SPACES TO desc-in
005000     ACCEPT desc-in
005010     MOVE date-in TO rc-date
005020     MOVE '*MAINT' TO rc-job
005030     MOVE strm-in TO rc-stream
005040     MOVE 'M' TO rc-kind
005050     MOVE 0 TO rc-due-off rc-due
005060     MOVE from-in TO rc-from
005070     MOVE to-in TO rc-to
005080     MOVE desc-in TO rc-desc
005090     MOVE FUNCTION CURRENT-DATE TO rc-ts
005100     MOVE opr-id TO rc-by
005110     WRITE rcr
005120         INVALID KEY REWRITE rcr
005130     END-WRITE
005140     DISPLAY 'RUNCAL: maintenance window ' from-in '-' to-in
005150         ' for ' FUNCTION TRIM(strm-in) ' on ' date-in.
005160*    ans holds the YYYYMM to generate; okin 0 on a bad month or
005170*    an unreadable parameter member
005180 GENERATE-MONTH.
005190     MOVE 0 TO okin addct keepct
005200     IF ans(1:6) NOT NUMERIC OR ans(7:1) NOT = SPACE
005210         DISPLAY 'RUNCAL: invalid month ''' FUNCTION TRIM(ans)
005220             ''''
005230         EXIT PARAGRAPH
005240     END-IF
005250     MOVE ans(1:6) TO ym-in ym-x
005260     COMPUTE ymd-wk = ym-in * 100 + 1
005270     IF FUNCTION TEST-DATE-YYYYMMDD(ymd-wk) NOT = 0
005280         DISPLAY 'RUNCAL: invalid month ' ym-in
005290         EXIT PARAGRAPH
005300     END-IF
005310     PERFORM LOAD-PARM
005320     IF pmfs NOT = '00'
005330         EXIT PARAGRAPH
005340     END-IF
005350     MOVE 1 TO okin
005355     MOVE 0 TO holskip
005360     PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > hmax
005370         IF h-date(hx)(1:6) = ym-x
005380             MOVE h-date(hx) TO date-in
005390             MOVE h-desc(hx) TO desc-in
005400             PERFORM GENERATE-HOLIDAY
005410         END-IF
005420     END-PERFORM
005430     COMPUTE day-i = FUNCTION INTEGER-OF-DATE(ymd-wk)
005440     COMPUTE last-i = day-i
005450     COMPUTE ymd-wk = FUNCTION DATE-OF-INTEGER(last-i + 1)
005460     PERFORM UNTIL ymd-wk(1:6) NOT = ym-x
005470         ADD 1 TO last-i
005480         COMPUTE ymd-wk = FUNCTION DATE-OF-INTEGER(last-i + 1)
005490     END-PERFORM
005500     PERFORM UNTIL day-i > last-i
005510         COMPUTE date-in = FUNCTION DATE-OF-INTEGER(day-i)
005520         PERFORM CHECK-HOLIDAY
005530         IF isholi = 0
005540             PERFORM GENERATE-DAY
005550         END-IF
005560         ADD 1 TO day-i
005570     END-PERFORM
005572     PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > emax
005574         IF e-mask(ex)(1:3) = 'DAY'
005576             PERFORM FIXED-DAY
005578         END-IF
005579     END-PERFORM
005580     DISPLAY 'RUNCAL: ' ym-in ' generated from '
005590         FUNCTION TRIM(parm-fn) ', ' addct ' added, ' keepct
005600         ' already on file'
005610     IF badct > 0
005620         DISPLAY 'RUNCAL: ' badct ' card(s) ignored'
005630     END-IF
005632     IF holskip > 0
005634         DISPLAY 'RUNCAL: ' holskip ' holiday(s) not applied, '
005636             'date already on file'
005638     END-IF.
005640*    a parm holiday clears nothing already on file: a date with
005641*    entries of its own keeps them and is not made a holiday,
005642*    and is then generated like any working day
005643 GENERATE-HOLIDAY.
005644     MOVE 0 TO onfile
005645     MOVE date-in TO rc-date
005646     MOVE LOW-VALUES TO rc-job rc-stream
005647     START runcal KEY >= rc-key
005648         INVALID KEY MOVE '10' TO rcfs
005649     END-START
005650     PERFORM UNTIL rcfs NOT = '00'
005651         READ runcal NEXT
005652             AT END MOVE '10' TO rcfs
005653             NOT AT END
005654                 IF rc-date NOT = date-in
005655                     MOVE '10' TO rcfs
005656                 ELSE
005657                     IF rc-kind = 'H'
005658                         MOVE 2 TO onfile
005659                         MOVE '10' TO rcfs
005660                     ELSE
005661                         MOVE 1 TO onfile
005662                     END-IF
005663                 END-IF
005664         END-READ
005665     END-PERFORM
005666     MOVE '00' TO rcfs
005667     EVALUATE onfile
005668         WHEN 0
005669             PERFORM WRITE-HOLIDAY
005670         WHEN 1
005671             DISPLAY 'RUNCAL: holiday ' date-in ' '
005672                 FUNCTION TRIM(desc-in) ' not applied, '
005673                 'the date already has calendar entries'
005674             ADD 1 TO holskip
005675             MOVE 0 TO h-date(hx)
005676     END-EVALUATE.
005677*    DAYnn is that calendar day whatever the holidays, for a run
005678*    the scheduler starts on a fixed date; a month without the
005679*    day gets no entry
005680 FIXED-DAY.
005681     COMPUTE date-in = ym-in * 100
005682         + FUNCTION NUMVAL(e-mask(ex)(4:2))
005683     IF FUNCTION TEST-DATE-YYYYMMDD(date-in) = 0
005684         PERFORM GENERATE-ENTRY
005685     END-IF.
005687 CHECK-HOLIDAY.
005689     MOVE 0 TO isholi
005691     PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > hmax
005693         IF h-date(hx) = date-in
005695             MOVE 1 TO isholi
005697         END-IF
005700     END-PERFORM
005710*    a holiday marked at the console counts as well
005720     IF isholi = 0
005730         MOVE date-in TO rc-date
005740         MOVE '*HOLIDAY' TO rc-job
005750         MOVE 'ALL' TO rc-stream
005760         READ runcal
005770             INVALID KEY CONTINUE
005780             NOT INVALID KEY MOVE 1 TO isholi
005790         END-READ
005800     END-IF.
005810*    day of week 0 is Monday (day 1 of the integer calendar was
005820*    a Monday); FIRSTDAY and LASTDAY are the first and last
005830*    non-holiday dates of the month; DAYnn is generated apart
005840 GENERATE-DAY.
005850     COMPUTE dow = FUNCTION MOD(day-i - 1, 7)
005860     PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > emax
005870         EVALUATE e-mask(ex)
005880             WHEN 'FIRSTDAY'
005890                 PERFORM FIRST-WORKDAY
005900             WHEN 'LASTDAY'
005910                 PERFORM LAST-WORKDAY
005920             WHEN OTHER
005930                 IF e-mask(ex)(1:3) NOT = 'DAY' AND
005935                    e-mask(ex)(dow + 1:1) = 'Y'
005940                     PERFORM GENERATE-ENTRY
005950                 END-IF
005960         END-EVALUATE
005970     END-PERFORM.
005980 FIRST-WORKDAY.
005990     COMPUTE ymd-wk = FUNCTION DATE-OF-INTEGER(day-i - 1)
006000     MOVE date-in TO date-to
006010     PERFORM WALK-BACK
006020     MOVE date-to TO date-in
006030     IF ymd-wk(1:6) NOT = ym-x
006040         PERFORM GENERATE-ENTRY
006050     END-IF.
006060*    earlier dates of the month that are holidays do not count;
006070*    ymd-wk ends on the nearest earlier non-holiday date
006080 WALK-BACK.
006090     MOVE ymd-wk TO date-in
006100     PERFORM CHECK-HOLIDAY
006110     PERFORM UNTIL isholi = 0 OR ymd-wk(1:6) NOT = ym-x
006120         COMPUTE ymd-wk = FUNCTION DATE-OF-INTEGER(
006130             FUNCTION INTEGER-OF-DATE(ymd-wk) - 1)
006140         MOVE ymd-wk TO date-in
006150         PERFORM CHECK-HOLIDAY
006160     END-PERFORM.
006170 LAST-WORKDAY.
006180     COMPUTE ymd-wk = FUNCTION DATE-OF-INTEGER(day-i + 1)
006190     MOVE date-in TO date-to
006200     MOVE ymd-wk TO date-in
006210     PERFORM CHECK-HOLIDAY
006220     PERFORM UNTIL isholi = 0 OR ymd-wk(1:6) NOT = ym-x
006230         COMPUTE ymd-wk = FUNCTION DATE-OF-INTEGER(
006240             FUNCTION INTEGER-OF-DATE(ymd-wk) + 1)
006250         MOVE ymd-wk TO date-in
006260         PERFORM CHECK-HOLIDAY
006270     END-PERFORM
006280     MOVE date-to TO date-in
006290     IF ymd-wk(1:6) NOT = ym-x
006300         PERFORM GENERATE-ENTRY
006310     END-IF.
006320 GENERATE-ENTRY.
006330     MOVE date-in TO rc-date
006340     MOVE e-job(ex) TO rc-job
006350     MOVE e-stream(ex) TO rc-stream
006360     MOVE 'R' TO rc-kind
006370     MOVE e-off(ex) TO rc-due-off
006380     MOVE e-due(ex) TO rc-due
006390     MOVE 0 TO rc-from rc-to
006400     MOVE 'GENERATED FROM RUN CONTROL' TO rc-desc
006410     MOVE FUNCTION CURRENT-DATE TO rc-ts
006420     MOVE opr-id TO rc-by
006430     WRITE rcr
006440         INVALID KEY ADD 1 TO keepct
006450         NOT INVALID KEY ADD 1 TO addct
006460     END-WRITE.
006470*    EXPECT=job,stream,mask,[+]HHMM where mask is seven Y/N
006480*    flags Monday to Sunday, FIRSTDAY, LASTDAY or DAYnn;
006490*    HOLIDAY=YYYYMMDD,description
006500 LOAD-PARM.
006510     MOVE 0 TO emax hmax badct
006520     OPEN INPUT parm
006530     IF pmfs NOT = '00'
006540         DISPLAY 'RUNCAL: cannot open ' FUNCTION TRIM(parm-fn)
006550             ' status ' pmfs
006560         EXIT PARAGRAPH
006570     END-IF
006580     PERFORM UNTIL pmfs NOT = '00'
006590         READ parm
006600             AT END MOVE '10' TO pmfs
006610             NOT AT END PERFORM TAKE-CARD
006620         END-READ
006630     END-PERFORM
006640     CLOSE parm
006650     MOVE '00' TO pmfs.
006660 TAKE-CARD.
006670     IF pmrec(1:1) = '*' OR pmrec = SPACES
006680         EXIT PARAGRAPH
006690     END-IF
006700     MOVE SPACES TO pkey pval p1 p2 p3 p4
006710     UNSTRING pmrec DELIMITED BY '=' INTO pkey pval
006720     UNSTRING pval DELIMITED BY ',' INTO p1 p2 p3 p4
006730     EVALUATE FUNCTION UPPER-CASE(pkey)
006740         WHEN 'EXPECT'
006750             PERFORM TAKE-EXPECT
006760         WHEN 'HOLIDAY'
006770             PERFORM TAKE-HOLIDAY
006780         WHEN OTHER
006790             DISPLAY 'RUNCAL: unknown card ' FUNCTION TRIM(pmrec)
006800             ADD 1 TO badct
006810     END-EVALUATE.
006820 TAKE-EXPECT.
006830     MOVE FUNCTION UPPER-CASE(p3) TO p3
006840     MOVE p4 TO tm-wk
006850     PERFORM CHECK-TIME
006860     IF okin = 0 OR p1 = SPACES OR emax = 50 OR
006870        (p3 NOT = 'FIRSTDAY' AND p3 NOT = 'LASTDAY' AND
006880         p3(1:3) NOT = 'DAY' AND p3(8:1) NOT = SPACE) OR
006882        (p3(1:3) = 'DAY' AND (p3(4:2) NOT NUMERIC OR
006884         p3(4:2) < '01' OR p3(4:2) > '31' OR
006886         p3(6:1) NOT = SPACE))
006890         DISPLAY 'RUNCAL: bad EXPECT card ' FUNCTION TRIM(pmrec)
006900         ADD 1 TO badct
006910         EXIT PARAGRAPH
006920     END-IF
006930     ADD 1 TO emax
006940     MOVE FUNCTION UPPER-CASE(p1) TO e-job(emax)
006950     MOVE FUNCTION UPPER-CASE(p2) TO e-stream(emax)
006960     IF e-stream(emax) = SPACES
006970         MOVE 'PROD' TO e-stream(emax)
006980     END-IF
006990     MOVE p3 TO e-mask(emax)
007000     MOVE off-in TO e-off(emax)
007010     MOVE hhmm-in TO e-due(emax).
007020 TAKE-HOLIDAY.
007030     MOVE p1 TO ans
007040     PERFORM CHECK-DATE
007050     IF okin = 0 OR hmax = 100
007060         DISPLAY 'RUNCAL: bad HOLIDAY card ' FUNCTION TRIM(pmrec)
007070         ADD 1 TO badct
007080         EXIT PARAGRAPH
007090     END-IF
007100     ADD 1 TO hmax
007110     MOVE date-in TO h-date(hmax)
007120     MOVE p2 TO h-desc(hmax).
007130*    an unattended generation has no list-only fallback: the
007140*    operator it runs under must hold ADMIN or nothing is done
007150 CHECK-BATCH-AUTHORITY.
007160     ACCEPT opr-id FROM ENVIRONMENT 'RUNCAL_OPERATOR'
007170     MOVE FUNCTION UPPER-CASE(opr-id) TO opr-id
007180     IF opr-id = SPACES
007190         MOVE 'UNKNOWN' TO opr-id
007200     END-IF
007210     CALL 'oprchk' USING ocprog opr-id occls ocreply
007220         ON EXCEPTION
007230             MOVE '2' TO ocreply
007240     END-CALL
007250     IF ocreply NOT = '0'
007260         IF ocreply = '1'
007270             DISPLAY 'RUNCAL: operator ' opr-id
007280                 ' not authorised for ADMIN, generate refused'
007290         ELSE
007300             DISPLAY 'RUNCAL: operator registry '
007310                 'unavailable, generate refused'
007320         END-IF
007330         CLOSE runcal
007340         MOVE 8 TO RETURN-CODE
007350         STOP RUN
007360     END-IF.
007370*    the month after today's, for a scheduled month-end run
007380 NEXT-MONTH.
007390     MOVE FUNCTION CURRENT-DATE TO rts
007400     COMPUTE ym-in = FUNCTION NUMVAL(rts(1:6)) + 1
007410     IF rts(5:2) = '12'
007420         COMPUTE ym-in = ym-in + 88
007430     END-IF
007440     MOVE SPACES TO ans
007450     MOVE ym-in TO ans(1:6).
007460 END PROGRAM runcal.
