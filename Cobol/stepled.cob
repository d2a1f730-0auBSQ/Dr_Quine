000000*GRACEJOB step ledger. The night's steps depend on each other
000001*(COLLEEN, GRACE, CKSWEEP, QUINCERT, VERDICT), and a blind
000002*resubmission after a break double-appends Audit.log and mints
000003*an extra generation. The callable stepled subprogram below
000004*keeps the indexed Grace_stepled.dat ledger, keyed by business
000005*date and step name, with each step's start, end, return code
000006*and state (STARTED, COMPLETE, FAILED, or RESTART when an
000007*earlier step has been rerun since it completed). Each step
000008*calls it at startup and again at completion. On a rerun of
000009*the same business date a step that completed cleanly with
000010*nothing before it left to redo is bypassed with its recorded
000011*return code, so the night restarts from the first failed or
000012*incomplete step. The ledger only takes part when the step's
000013*STDENV names it in STEPLED_STEP, which keeps ad hoc runs and
000014*gracebat's compiled kids out of it. The business date runs
000015*from STEPLED_DAY_START (HHMM, default 0600) to the same time
000016*next morning; STEPLED_DATE (YYYYMMDD) names it outright, for a
000017*restart submitted after the day start. The stepinq driver is
000018*the operator inquiry: it prints the ledger for one night
000019*(STEPINQ_DATE, default the current business date) in the
000020*order the steps ran and names the step a rerun restarts from.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. stepinq.
000050 ENVIRONMENT DIVISION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT sled ASSIGN TO 'Grace_stepled.dat'
000090     ORGANIZATION IS INDEXED
000100     ACCESS IS DYNAMIC
000110     RECORD KEY IS sl-key
000120     FILE STATUS IS slfs.
000130     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000140     ORGANIZATION IS LINE SEQUENTIAL
000150     FILE STATUS IS rfs.
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD sled.
000190 01 slr.
000200     10 sl-key.
000210         15 sl-date pic 9(8).
000220         15 sl-step pic x(8).
000230     10 sl-prog pic x(8).
000240     10 sl-state pic x(8).
000250     10 sl-start pic x(21).
000260     10 sl-end pic x(21).
000270     10 sl-rc pic 9(4).
000280     10 sl-runs pic 9(3).
000290     10 sl-byps pic 9(3).
000300     10 sl-byp-ts pic x(21).
000310 FD rpt.
000320 01 rline pic x(132).
000330 WORKING-STORAGE SECTION.
000340 01 slfs pic xx.
000350 01 rfs pic xx.
000360 01 rpt-fn pic x(70) value space.
000370 01 renv-fn pic x(70) value space.
000380 01 denv pic x(10) value space.
000390 01 dsenv pic x(10) value space.
000400 01 rts pic x(21).
000410 01 bus-d pic 9(8) value zero.
000420 01 day-start pic 9(4) value 0600.
000430 01 now-hhmm pic 9(4) value zero.
000440 01 day-i pic 9(7) value zero.
000450*    the night's steps in the order they first started
000460 01 ptab.
000470     10 pent occurs 20.
000480         15 p-step pic x(8).
000490         15 p-prog pic x(8).
000500         15 p-state pic x(8).
000510         15 p-start pic x(21).
000520         15 p-end pic x(21).
000530         15 p-rc pic 9(4).
000540         15 p-runs pic 9(3).
000550         15 p-byps pic 9(3).
000560 01 pmax pic 9(2) value zero.
000570 01 px pic 9(2).
000580 01 py pic 9(2).
000590 01 restart-x pic 9(2) value zero.
000600 01 start-ed pic x(13) value space.
000610 01 end-ed pic x(13) value space.
000620 01 pln pic x(132) value spaces.
000630 PROCEDURE DIVISION.
000640     ACCEPT renv-fn FROM ENVIRONMENT
000650         'STEPINQ_OUT_FILE'
000660     IF renv-fn NOT = SPACES
000670         MOVE renv-fn TO rpt-fn
000680     ELSE
000690         MOVE 'Stepinq.rpt' TO rpt-fn
000700     END-IF
000710     MOVE FUNCTION CURRENT-DATE TO rts
000720     ACCEPT denv FROM ENVIRONMENT
000730         'STEPINQ_DATE'
000740     IF denv NOT = SPACES
000750         IF FUNCTION LENGTH(FUNCTION TRIM(denv))
000760            NOT = 8 OR denv(1:8) NOT NUMERIC
000770             DISPLAY 'STEPINQ: invalid STEPINQ_DATE '
000780                 '''' FUNCTION TRIM(denv) ''''
000790             MOVE 8 TO RETURN-CODE
000800             STOP RUN
000810         END-IF
000820         MOVE denv(1:8) TO bus-d
000830     ELSE
000840         PERFORM BUSINESS-DATE
000850     END-IF
000860     OPEN INPUT sled
000870     IF slfs NOT = '00'
000880         DISPLAY 'STEPINQ: no step ledger, Grace_stepled.dat '
000890             'status ' slfs
000900         MOVE 4 TO RETURN-CODE
000910         STOP RUN
000920     END-IF
000930     MOVE bus-d TO sl-date
000940     MOVE LOW-VALUES TO sl-step
000950     START sled KEY >= sl-key
000960         INVALID KEY MOVE '10' TO slfs
000970     END-START
000980     PERFORM UNTIL slfs NOT = '00'
000990         READ sled NEXT RECORD
001000             AT END MOVE '10' TO slfs
001010             NOT AT END
001020                 IF sl-date NOT = bus-d
001030                     MOVE '10' TO slfs
001040                 ELSE
001050                     PERFORM ADD-STEP
001060                 END-IF
001070         END-READ
001080     END-PERFORM
001090     CLOSE sled
001100     PERFORM VARYING px FROM 1 BY 1 UNTIL px > pmax
001110         IF p-state(px) NOT = 'COMPLETE' AND restart-x = 0
001120             MOVE px TO restart-x
001130         END-IF
001140     END-PERFORM
001150     PERFORM PRINT-LEDGER
001160     EVALUATE TRUE
001170         WHEN pmax = 0
001180             DISPLAY 'STEPINQ: no ledger entries for ' bus-d
001190             MOVE 4 TO RETURN-CODE
001200         WHEN restart-x = 0
001210             DISPLAY 'STEPINQ: ' bus-d ' every step complete, '
001220                 'a rerun bypasses all ' pmax
001230         WHEN OTHER
001240             DISPLAY 'STEPINQ: ' bus-d ' a rerun restarts at '
001250                 FUNCTION TRIM(p-step(restart-x)) ' ('
001260                 FUNCTION TRIM(p-state(restart-x)) ')'
001270     END-EVALUATE
001280     STOP RUN.
001290 PUT-LINE.
001300     WRITE rline FROM pln
001310     MOVE SPACES TO pln.
001320*    the day before while the clock is short of the day start
001330 BUSINESS-DATE.
001340     ACCEPT dsenv FROM ENVIRONMENT
001350         'STEPLED_DAY_START'
001360     IF dsenv(1:4) NUMERIC AND dsenv(5:1) = SPACE
001370         MOVE dsenv(1:4) TO day-start
001380     END-IF
001390     MOVE rts(9:4) TO now-hhmm
001400     MOVE rts(1:8) TO bus-d
001410     IF now-hhmm < day-start
001420         COMPUTE day-i = FUNCTION INTEGER-OF-DATE(bus-d) - 1
001430         COMPUTE bus-d = FUNCTION DATE-OF-INTEGER(day-i)
001440     END-IF.
001450*    stable ordered insert on the first start timestamp
001460 ADD-STEP.
001470     IF pmax = 20
001480         EXIT PARAGRAPH
001490     END-IF
001500     MOVE pmax TO px
001510     ADD 1 TO px
001520     PERFORM UNTIL px = 1
001530         COMPUTE py = px - 1
001540         IF p-start(py) <= sl-start
001550             EXIT PERFORM
001560         END-IF
001570         MOVE pent(py) TO pent(px)
001580         MOVE py TO px
001590     END-PERFORM
001600     ADD 1 TO pmax
001610     MOVE sl-step TO p-step(px)
001620     MOVE sl-prog TO p-prog(px)
001630     MOVE sl-state TO p-state(px)
001640     MOVE sl-start TO p-start(px)
001650     MOVE sl-end TO p-end(px)
001660     MOVE sl-rc TO p-rc(px)
001670     MOVE sl-runs TO p-runs(px)
001680     MOVE sl-byps TO p-byps(px).
001690 PRINT-LEDGER.
001700     OPEN OUTPUT rpt
001710     IF rfs NOT = '00'
001720         DISPLAY 'STEPINQ: cannot open '
001730             FUNCTION TRIM(rpt-fn) ' status ' rfs
001740         EXIT PARAGRAPH
001750     END-IF
001760     STRING 'STEPINQ  GRACEJOB STEP LEDGER  BUSINESS DATE '
001770         bus-d '  RUN ' rts(1:8) ' ' rts(9:4) INTO pln
001780     PERFORM PUT-LINE
001790     PERFORM PUT-LINE
001800     MOVE 'STEP     PROGRAM  STATE    STARTED       ENDED'
001810         TO pln(1:46)
001820     MOVE 'RC   RUNS BYPASSED' TO pln(56:18)
001830     PERFORM PUT-LINE
001840     PERFORM VARYING px FROM 1 BY 1 UNTIL px > pmax
001850         MOVE SPACES TO start-ed end-ed
001860         STRING p-start(px)(1:8) ' ' p-start(px)(9:4)
001870             DELIMITED BY SIZE INTO start-ed
001880         IF p-end(px) NOT = SPACES
001890             STRING p-end(px)(1:8) ' ' p-end(px)(9:4)
001900                 DELIMITED BY SIZE INTO end-ed
001910         END-IF
001920         MOVE p-step(px) TO pln(1:8)
001930         MOVE p-prog(px) TO pln(10:8)
001940         MOVE p-state(px) TO pln(19:8)
001950         MOVE start-ed TO pln(28:13)
001960         MOVE end-ed TO pln(42:13)
001970         IF p-end(px) NOT = SPACES
001980             MOVE p-rc(px) TO pln(56:4)
001990         END-IF
002000         MOVE p-runs(px) TO pln(62:3)
002010         MOVE p-byps(px) TO pln(67:3)
002020         PERFORM PUT-LINE
002030     END-PERFORM
002040     PERFORM PUT-LINE
002050     EVALUATE TRUE
002060         WHEN pmax = 0
002070             MOVE 'NO LEDGER ENTRIES FOR THIS BUSINESS DATE'
002080                 TO pln
002090         WHEN restart-x = 0
002100             MOVE 'EVERY STEP COMPLETE, A RERUN BYPASSES THEM ALL'
002110                 TO pln
002120         WHEN OTHER
002130             STRING 'A RERUN RESTARTS AT STEP '
002140                 FUNCTION TRIM(p-step(restart-x)) ' ('
002150                 FUNCTION TRIM(p-state(restart-x))
002160                 '), STEPS BEFORE IT ARE BYPASSED' INTO pln
002170     END-EVALUATE
002180     PERFORM PUT-LINE
002190     CLOSE rpt.
002200 END PROGRAM stepinq.
002210 IDENTIFICATION DIVISION.
002220 PROGRAM-ID. stepled.
002230*    Step-ledger subprogram. The stepinq inquiry above shares
002240*    its source, which like the module is named after this
002245*    callable so that CALL 'stepled' resolves. Called with a
002250*    function code ('B' the step is starting, 'E' it has
002260*    ended), the calling program's name, a return code and a
002270*    reply byte. 'B' replies '1' when the step is to be
002280*    bypassed, with the return code it completed with in the
002290*    caller's field, and '0' when it is to run. 'E' records the
002300*    caller's return code: 0 completes the step, anything else
002310*    fails it. The reply is '2' when the run is not under the
002320*    ledger (no STEPLED_STEP) or the ledger cannot be opened;
002330*    callers invoke it with ON EXCEPTION and run the step on
002340*    anything but '1', so a missing ledger never stops a night.
002350 ENVIRONMENT DIVISION.
002360 INPUT-OUTPUT SECTION.
002370 FILE-CONTROL.
002380     SELECT sled ASSIGN TO 'Grace_stepled.dat'
002390     ORGANIZATION IS INDEXED
002400     ACCESS IS DYNAMIC
002410     RECORD KEY IS sl-key
002420     FILE STATUS IS slfs.
002430 DATA DIVISION.
002440 FILE SECTION.
002450 FD sled.
002460 01 slr.
002470     10 sl-key.
002480         15 sl-date pic 9(8).
002490         15 sl-step pic x(8).
002500     10 sl-prog pic x(8).
002510     10 sl-state pic x(8).
002520     10 sl-start pic x(21).
002530     10 sl-end pic x(21).
002540     10 sl-rc pic 9(4).
002550     10 sl-runs pic 9(3).
002560     10 sl-byps pic 9(3).
002570     10 sl-byp-ts pic x(21).
002580 WORKING-STORAGE SECTION.
002590 01 slfs pic xx.
002600 01 step-env pic x(8) value space.
002610 01 denv pic x(10) value space.
002620 01 dsenv pic x(10) value space.
002630 01 nts pic x(21) value space.
002640 01 bus-d pic 9(8) value zero.
002650 01 day-start pic 9(4) value 0600.
002660 01 now-hhmm pic 9(4) value zero.
002670 01 day-i pic 9(7) value zero.
002680 01 mine pic 9 value zero.
002690 01 mine-start pic x(21) value space.
002700 01 blocked pic 9 value zero.
002710 01 resetct pic 9(2) value zero.
002720 LINKAGE SECTION.
002730 01 lk-func pic x(1).
002740 01 lk-prog pic x(8).
002750 01 lk-rc pic 9(4).
002760 01 lk-reply pic x(1).
002770 PROCEDURE DIVISION USING lk-func lk-prog
002780     lk-rc lk-reply.
002790     MOVE '2' TO lk-reply
002800     MOVE SPACES TO step-env
002810     ACCEPT step-env FROM ENVIRONMENT
002820         'STEPLED_STEP'
002830     IF step-env = SPACES
002840         EXIT PROGRAM
002850     END-IF
002860     MOVE FUNCTION UPPER-CASE(step-env) TO step-env
002870     MOVE FUNCTION CURRENT-DATE TO nts
002880     PERFORM BUSINESS-DATE
002890     OPEN I-O sled
002900     IF slfs = '35'
002910         OPEN OUTPUT sled
002920         CLOSE sled
002930         OPEN I-O sled
002940     END-IF
002950     IF slfs NOT = '00'
002960         DISPLAY 'STEPLED: cannot open Grace_stepled.dat '
002970             'status ' slfs ', ' FUNCTION TRIM(step-env)
002980             ' runs unrecorded'
002990         EXIT PROGRAM
003000     END-IF
003010     EVALUATE lk-func
003020         WHEN 'B'
003030             PERFORM BEGIN-STEP
003040         WHEN 'E'
003050             PERFORM END-STEP
003060         WHEN OTHER
003070             DISPLAY 'STEPLED: bad function code '''
003080                 lk-func ''''
003090     END-EVALUATE
003100     CLOSE sled
003110     EXIT PROGRAM.
003120*    STEPLED_DATE when the operator names the night, else the
003130*    day before while the clock is short of the day start
003140 BUSINESS-DATE.
003150     MOVE SPACES TO denv dsenv
003160     ACCEPT denv FROM ENVIRONMENT
003170         'STEPLED_DATE'
003180     IF denv(1:8) NUMERIC AND denv(9:1) = SPACE
003190         MOVE denv(1:8) TO bus-d
003200         EXIT PARAGRAPH
003210     END-IF
003220     ACCEPT dsenv FROM ENVIRONMENT
003230         'STEPLED_DAY_START'
003240     IF dsenv(1:4) NUMERIC AND dsenv(5:1) = SPACE
003250         MOVE dsenv(1:4) TO day-start
003260     END-IF
003270     MOVE nts(9:4) TO now-hhmm
003280     MOVE nts(1:8) TO bus-d
003290     IF now-hhmm < day-start
003300         COMPUTE day-i = FUNCTION INTEGER-OF-DATE(bus-d) - 1
003310         COMPUTE bus-d = FUNCTION DATE-OF-INTEGER(day-i)
003320     END-IF.
003330 BEGIN-STEP.
003340     MOVE 0 TO mine blocked
003350     MOVE bus-d TO sl-date
003360     MOVE step-env TO sl-step
003370     READ sled
003380         INVALID KEY CONTINUE
003390         NOT INVALID KEY
003400             MOVE 1 TO mine
003410             MOVE sl-start TO mine-start
003420     END-READ
003430     IF mine = 1 AND sl-state = 'COMPLETE'
003440         PERFORM CHECK-EARLIER
003450         IF blocked = 0
003460             PERFORM BYPASS-STEP
003470             EXIT PARAGRAPH
003480         END-IF
003490     END-IF
003500*    rerunning a step that ran before puts every step that
003510*    started after it back to be rerun as well
003520     IF mine = 1
003530         PERFORM RESET-LATER
003540     END-IF
003550     MOVE bus-d TO sl-date
003560     MOVE step-env TO sl-step
003570     READ sled
003580         INVALID KEY
003590             MOVE 0 TO sl-runs sl-byps
003600             MOVE SPACES TO sl-byp-ts
003610     END-READ
003620     MOVE lk-prog TO sl-prog
003630     MOVE 'STARTED' TO sl-state
003640     MOVE nts TO sl-start
003650     MOVE SPACES TO sl-end
003660     MOVE 0 TO sl-rc
003670     ADD 1 TO sl-runs
003680     IF mine = 1
003690         REWRITE slr
003700     ELSE
003710         WRITE slr
003720     END-IF
003730     IF slfs = '00'
003740         MOVE '0' TO lk-reply
003750     END-IF
003760     IF sl-runs > 1
003770         DISPLAY 'STEPLED: ' FUNCTION TRIM(step-env) ' rerun '
003780             'for ' bus-d ', run ' sl-runs
003790     END-IF.
003800 BYPASS-STEP.
003810     ADD 1 TO sl-byps
003820     MOVE nts TO sl-byp-ts
003830     REWRITE slr
003840     MOVE sl-rc TO lk-rc
003850     MOVE '1' TO lk-reply
003860     DISPLAY 'STEPLED: ' FUNCTION TRIM(step-env)
003870         ' already complete for ' bus-d ' (RC ' sl-rc
003880         '), step bypassed'.
003890*    blocked 1 when a step that started earlier on the same
003900*    business date has not completed cleanly
003910 CHECK-EARLIER.
003920     MOVE bus-d TO sl-date
003930     MOVE LOW-VALUES TO sl-step
003940     START sled KEY >= sl-key
003950         INVALID KEY MOVE '10' TO slfs
003960     END-START
003970     PERFORM UNTIL slfs NOT = '00'
003980         READ sled NEXT RECORD
003990             AT END MOVE '10' TO slfs
004000             NOT AT END
004010                 IF sl-date NOT = bus-d
004020                     MOVE '10' TO slfs
004030                 ELSE
004040                     IF sl-start < mine-start AND
004050                        sl-state NOT = 'COMPLETE'
004060                         MOVE 1 TO blocked
004070                     END-IF
004080                 END-IF
004090         END-READ
004100     END-PERFORM
004110     MOVE '00' TO slfs
004120     MOVE bus-d TO sl-date
004130     MOVE step-env TO sl-step
004140     READ sled
004150         INVALID KEY MOVE 1 TO blocked
004160     END-READ.
004170 RESET-LATER.
004180     MOVE 0 TO resetct
004190     MOVE bus-d TO sl-date
004200     MOVE LOW-VALUES TO sl-step
004210     START sled KEY >= sl-key
004220         INVALID KEY MOVE '10' TO slfs
004230     END-START
004240     PERFORM UNTIL slfs NOT = '00'
004250         READ sled NEXT RECORD
004260             AT END MOVE '10' TO slfs
004270             NOT AT END
004280                 IF sl-date NOT = bus-d
004290                     MOVE '10' TO slfs
004300                 ELSE
004310                     IF sl-start > mine-start AND
004320                        sl-state = 'COMPLETE'
004330                         MOVE 'RESTART' TO sl-state
004340                         REWRITE slr
004350                         ADD 1 TO resetct
004360                     END-IF
004370                 END-IF
004380         END-READ
004390     END-PERFORM
004400     MOVE '00' TO slfs
004410     IF resetct > 0
004420         DISPLAY 'STEPLED: ' resetct ' later step(s) of '
004430             bus-d ' set to RESTART'
004440     END-IF.
004450 END-STEP.
004460     MOVE bus-d TO sl-date
004470     MOVE step-env TO sl-step
004480     MOVE 1 TO mine
004490     READ sled
004500         INVALID KEY
004510             MOVE 0 TO mine
004520             MOVE lk-prog TO sl-prog
004530             MOVE nts TO sl-start
004540             MOVE 1 TO sl-runs
004550             MOVE 0 TO sl-byps
004560             MOVE SPACES TO sl-byp-ts
004570     END-READ
004580     MOVE nts TO sl-end
004590     MOVE lk-rc TO sl-rc
004600     IF lk-rc = 0
004610         MOVE 'COMPLETE' TO sl-state
004620     ELSE
004630         MOVE 'FAILED' TO sl-state
004640     END-IF
004650     IF mine = 1
004660         REWRITE slr
004670     ELSE
004680         WRITE slr
004690     END-IF
004700     IF slfs = '00'
004710         MOVE '0' TO lk-reply
004720     END-IF.
004730 END PROGRAM stepled.
