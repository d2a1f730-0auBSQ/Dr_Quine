000000*Source baseline registry. colleen.cob and grace.cob can be
000001*regenerated with tools/gen_colleen.py and gen_grace.py, or
000002*edited by hand, and the next run used to pick them up with
000003*nothing to say which source produced which generations. The
000004*indexed Grace_baseline.dat holds every approved version of
000005*colleen.cob, grace.cob and the shared stbl.cpy copybook, keyed
000006*by source name and version number, with the content
000007*fingerprint (folded the way grace folds its kids), the line
000008*count, the approving operator, the effective date and
000009*ACTIVE/REVOKED status. This console lists the registry and
000010*checks the sources on disk against it; registering the source
000011*as it stands on disk and revoking a version need ADMIN through
000012*oprchk, and without it the session may only list and check.
000013*The separate basechk module is the check COLLEEN, GRACE and
000014*GRACEBAT make at startup: a source matches when an ACTIVE
000015*version already in effect carries its fingerprint and line
000016*count. It fails closed, and every refusal is written to
000017*Grace_alert.log as a BASELINE:<source> alert. Sources are read
000018*from BASELINE_SRC_DIR (default the working directory), the
000019*copybook from BASELINE_COPY_DIR (default copybooks).
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. basemgr.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT basereg ASSIGN TO 'Grace_baseline.dat'
000080     ORGANIZATION IS INDEXED
000090     ACCESS IS DYNAMIC
000100     RECORD KEY IS bl-key
000110     FILE STATUS IS blfs.
000120     SELECT srcf ASSIGN TO DYNAMIC src-fn
000130     ORGANIZATION IS LINE SEQUENTIAL
000140     FILE STATUS IS sffs.
000150 DATA DIVISION.
000160 FILE SECTION.
000170 FD basereg.
000180 01 blr.
000190     10 bl-key.
000200         15 bl-src pic x(12).
000210         15 bl-ver pic 9(4).
000220     10 bl-fp pic 9(8).
000230     10 bl-lines pic 9(4).
000240     10 bl-by pic x(8).
000250     10 bl-eff pic 9(8).
000260     10 bl-ts pic x(21).
000270     10 bl-st pic x(8).
000280     10 bl-cmt pic x(30).
000290     10 bl-rvby pic x(8).
000300     10 bl-rvts pic x(21).
000310 FD srcf.
000320 01 srec pic x(120).
000330 WORKING-STORAGE SECTION.
000340 01 blfs pic xx.
000350 01 sffs pic xx.
000360 01 src-fn pic x(80) value space.
000370 01 sdir pic x(60) value space.
000380 01 cdir pic x(60) value 'copybooks'.
000390 01 denv pic x(60) value space.
000400 01 srcnames pic x(36) value
000410     'colleen.cob grace.cob   stbl.cpy    '.
000420 01 srctab redefines srcnames.
000430     10 src-nm pic x(12) occurs 3.
000440 01 sx pic 9.
000450 01 src-in pic x(12) value space.
000460 01 cpyct pic 9(2) value zero.
000470 01 opt pic x(2) value space.
000480 01 ans pic x(30) value space.
000490 01 opr-id pic x(8) value space.
000500 01 canchg pic 9 value zero.
000510 01 okin pic 9 value zero.
000520 01 date-in pic 9(8) value zero.
000530 01 today pic 9(8) value zero.
000540 01 ver-in pic 9(4) value zero.
000550 01 cmt-in pic x(30) value space.
000560 01 srcok pic 9 value zero.
000570 01 cfp pic 9(8) value zero.
000580 01 clines pic 9(4) value zero.
000590 01 flen pic 9(3) value zero.
000600 01 kx pic 9(3) value zero.
000610 01 maxver pic 9(4) value zero.
000620 01 matchv pic 9(4) value zero.
000630 01 samev pic 9(4) value zero.
000640 01 lstct pic 9(5) value zero.
000650 01 rts pic x(21).
000660 01 ocprog pic x(8) value 'BASEMGR'.
000670 01 occls pic x(8) value 'ADMIN'.
000680 01 ocreply pic x(1) value space.
000690 PROCEDURE DIVISION.
000700     PERFORM OPEN-MASTER
000710     PERFORM SOURCE-DIRS
000720     PERFORM CHECK-AUTHORITY
000730     PERFORM UNTIL opt = '0' OR opt = 'Q'
000740         DISPLAY ' '
000750         DISPLAY 'OPTIONS: 1 LIST, 2 REGISTER CURRENT SOURCE, '
000760             '3 REVOKE VERSION'
000770         DISPLAY '         4 CHECK SOURCES, 0 EXIT'
000780         DISPLAY 'OPTION?'
000790         MOVE SPACES TO opt
000800         ACCEPT opt
000810         EVALUATE opt
000820             WHEN '1'
000830                 PERFORM LIST-REGISTRY
000840             WHEN '2'
000850                 IF canchg = 1
000860                     PERFORM REGISTER-SOURCE
000870                 ELSE
000880                     PERFORM LIST-ONLY
000890                 END-IF
000900             WHEN '3'
000910                 IF canchg = 1
000920                     PERFORM REVOKE-VERSION
000930                 ELSE
000940                     PERFORM LIST-ONLY
000950                 END-IF
000960             WHEN '4'
000970                 PERFORM CHECK-SOURCES
000980             WHEN '0'
000990                 CONTINUE
001000             WHEN 'Q'
001010                 CONTINUE
001020             WHEN SPACES
001030*                console closed or empty reply: leave quietly
001040                 MOVE '0' TO opt
001050             WHEN OTHER
001060                 DISPLAY 'BASEMGR: unknown option '''
001070                     FUNCTION TRIM(opt) ''''
001080         END-EVALUATE
001090     END-PERFORM
001100     CLOSE basereg
001110     DISPLAY 'BASEMGR: end of session'
001120     STOP RUN.
001130 OPEN-MASTER.
001140     OPEN I-O basereg
001150     IF blfs = '35'
001160         OPEN OUTPUT basereg
001170         CLOSE basereg
001180         OPEN I-O basereg
001190     END-IF
001200     IF blfs NOT = '00'
001210         DISPLAY 'BASEMGR: cannot open '
001220             'Grace_baseline.dat status ' blfs
001230         MOVE 8 TO RETURN-CODE
001240         STOP RUN
001250     END-IF.
001260 SOURCE-DIRS.
001270     MOVE FUNCTION CURRENT-DATE TO rts
001280     MOVE rts(1:8) TO today
001290     ACCEPT sdir FROM ENVIRONMENT 'BASELINE_SRC_DIR'
001300     MOVE SPACES TO denv
001310     ACCEPT denv FROM ENVIRONMENT 'BASELINE_COPY_DIR'
001320     IF denv NOT = SPACES
001330         MOVE denv TO cdir
001340     END-IF.
001350*    fails closed like the other consoles: without ADMIN, or
001360*    with the registry unavailable, the session is list-only
001370 CHECK-AUTHORITY.
001380     DISPLAY 'OPERATOR ID?'
001390     MOVE SPACES TO opr-id
001400     ACCEPT opr-id
001410     MOVE FUNCTION UPPER-CASE(opr-id) TO opr-id
001420     IF opr-id = SPACES
001430         MOVE 'UNKNOWN' TO opr-id
001440     END-IF
001450     CALL 'oprchk' USING ocprog opr-id occls ocreply
001460         ON EXCEPTION
001470             MOVE '2' TO ocreply
001480     END-CALL
001490     EVALUATE ocreply
001500         WHEN '0'
001510             MOVE 1 TO canchg
001520         WHEN '1'
001530             DISPLAY 'BASEMGR: operator ' opr-id
001540                 ' not authorised for ADMIN, list only'
001550         WHEN OTHER
001560             DISPLAY 'BASEMGR: operator registry '
001570                 'unavailable, list only'
001580     END-EVALUATE.
001590 LIST-ONLY.
001600     DISPLAY 'BASEMGR: registry changes need ADMIN, '
001610         'this session may only list and check'.
001620 LIST-REGISTRY.
001630     MOVE 0 TO lstct
001640     MOVE LOW-VALUES TO bl-key
001650     START basereg KEY >= bl-key
001660         INVALID KEY MOVE '10' TO blfs
001670     END-START
001680     PERFORM UNTIL blfs NOT = '00'
001690         READ basereg NEXT
001700             AT END MOVE '10' TO blfs
001710             NOT AT END PERFORM LIST-ONE
001720         END-READ
001730     END-PERFORM
001740     MOVE '00' TO blfs
001750     DISPLAY 'BASEMGR: ' lstct ' version(s) registered'.
001760 LIST-ONE.
001770     ADD 1 TO lstct
001780     DISPLAY bl-src ' V' bl-ver ' ' bl-st ' EFF ' bl-eff
001790         ' BY ' bl-by ' FP ' bl-fp ' LINES ' bl-lines
001800     IF bl-cmt NOT = SPACES
001810         DISPLAY '    ' bl-cmt
001820     END-IF
001830     IF bl-st = 'REVOKED'
001840         DISPLAY '    REVOKED BY ' bl-rvby ' ' bl-rvts(1:14)
001850     END-IF.
001860*    src-in names one of the three controlled sources;
001870*    okin 1 if it does
001880 GET-SOURCE.
001890     MOVE 0 TO okin
001900     DISPLAY 'SOURCE (colleen.cob, grace.cob OR stbl.cpy)?'
001910     MOVE SPACES TO src-in
001920     ACCEPT src-in
001930     MOVE FUNCTION LOWER-CASE(src-in) TO src-in
001940     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 3
001950         IF src-nm(sx) = src-in
001960             MOVE 1 TO okin
001970         END-IF
001980     END-PERFORM
001990     IF okin = 0
002000         DISPLAY 'BASEMGR: ''' FUNCTION TRIM(src-in)
002010             ''' is not a controlled source'
002020     END-IF.
002030 MAKE-PATH.
002040     MOVE SPACES TO src-fn
002050     MOVE 0 TO cpyct
002060     INSPECT src-in TALLYING cpyct FOR ALL '.cpy'
002070     EVALUATE TRUE
002080         WHEN cpyct > 0
002090             STRING FUNCTION TRIM(cdir) '/'
002100                 FUNCTION TRIM(src-in) DELIMITED BY SIZE
002110                 INTO src-fn
002120         WHEN sdir NOT = SPACES
002130             STRING FUNCTION TRIM(sdir) '/'
002140                 FUNCTION TRIM(src-in) DELIMITED BY SIZE
002150                 INTO src-fn
002160         WHEN OTHER
002170             MOVE src-in TO src-fn
002180     END-EVALUATE.
002190*    fingerprint and line count of the source on disk, folded
002200*    the way grace folds its kids at write time
002210 FINGERPRINT.
002220     MOVE 0 TO cfp clines srcok
002230     PERFORM MAKE-PATH
002240     OPEN INPUT srcf
002250     IF sffs NOT = '00'
002260         EXIT PARAGRAPH
002270     END-IF
002280     MOVE 1 TO srcok
002290     PERFORM UNTIL sffs NOT = '00'
002300         READ srcf
002310             AT END MOVE '10' TO sffs
002320             NOT AT END PERFORM FP-LINE
002330         END-READ
002340     END-PERFORM
002350     CLOSE srcf.
002360 FP-LINE.
002370     ADD 1 TO clines
002380     COMPUTE flen = FUNCTION LENGTH(
002390         FUNCTION TRIM(srec))
002400     PERFORM VARYING kx FROM 1 BY 1
002410         UNTIL kx > flen
002420         COMPUTE cfp = FUNCTION MOD(
002430             cfp * 31 + FUNCTION
002440             ORD(srec(kx:1)), 99999989)
002450     END-PERFORM
002460     COMPUTE cfp = FUNCTION MOD(
002470         cfp * 31 + 10, 99999989).
002480*    walks src-in's versions: maxver the highest registered,
002490*    samev the highest ACTIVE one carrying cfp/clines whatever
002500*    its effective date, matchv the highest of those in effect
002510 FIND-MATCH.
002520     MOVE 0 TO maxver samev matchv
002530     MOVE src-in TO bl-src
002540     MOVE 0 TO bl-ver
002550     START basereg KEY >= bl-key
002560         INVALID KEY MOVE '10' TO blfs
002570     END-START
002580     PERFORM UNTIL blfs NOT = '00'
002590         READ basereg NEXT
002600             AT END MOVE '10' TO blfs
002610             NOT AT END
002620                 IF bl-src NOT = src-in
002630                     MOVE '10' TO blfs
002640                 ELSE
002650                     PERFORM MATCH-ONE
002660                 END-IF
002670         END-READ
002680     END-PERFORM
002690     MOVE '00' TO blfs.
002700 MATCH-ONE.
002710     MOVE bl-ver TO maxver
002720     IF bl-st = 'ACTIVE' AND bl-fp = cfp
002730        AND bl-lines = clines
002740         MOVE bl-ver TO samev
002750         IF bl-eff <= today
002760             MOVE bl-ver TO matchv
002770         END-IF
002780     END-IF.
002790 REGISTER-SOURCE.
002800     PERFORM GET-SOURCE
002810     IF okin = 0
002820         EXIT PARAGRAPH
002830     END-IF
002840     PERFORM FINGERPRINT
002850     IF srcok = 0
002860         DISPLAY 'BASEMGR: cannot read ' FUNCTION TRIM(src-fn)
002870             ' status ' sffs
002880         EXIT PARAGRAPH
002890     END-IF
002900     PERFORM FIND-MATCH
002910     IF samev > 0
002920         DISPLAY 'BASEMGR: ' FUNCTION TRIM(src-in)
002930             ' as it stands is already registered as version '
002940             samev
002950         EXIT PARAGRAPH
002960     END-IF
002970     DISPLAY 'EFFECTIVE DATE (YYYYMMDD, BLANK FOR TODAY)?'
002980     MOVE SPACES TO ans
002990     ACCEPT ans
003000     IF ans = SPACES
003010         MOVE today TO ans
003020     END-IF
003030     PERFORM CHECK-DATE
003040     IF okin = 0
003050         EXIT PARAGRAPH
003060     END-IF
003070     DISPLAY 'COMMENT (WHAT CHANGED)?'
003080     MOVE SPACES TO cmt-in
003090     ACCEPT cmt-in
003100     MOVE src-in TO bl-src
003110     COMPUTE bl-ver = maxver + 1
003120     MOVE cfp TO bl-fp
003130     MOVE clines TO bl-lines
003140     MOVE opr-id TO bl-by
003150     MOVE date-in TO bl-eff
003160     MOVE FUNCTION CURRENT-DATE TO bl-ts
003170     MOVE 'ACTIVE' TO bl-st
003180     MOVE cmt-in TO bl-cmt
003190     MOVE SPACES TO bl-rvby bl-rvts
003200     WRITE blr
003210         INVALID KEY
003220             DISPLAY 'BASEMGR: write failed for '
003230                 FUNCTION TRIM(src-in) ' status ' blfs
003240             EXIT PARAGRAPH
003250     END-WRITE
003260     DISPLAY 'BASEMGR: ' FUNCTION TRIM(src-in) ' version '
003270         bl-ver ' registered, FP ' cfp ' LINES ' clines
003280         ' EFFECTIVE ' date-in.
003290 REVOKE-VERSION.
003300     PERFORM GET-SOURCE
003310     IF okin = 0
003320         EXIT PARAGRAPH
003330     END-IF
003340     DISPLAY 'VERSION?'
003350     MOVE SPACES TO ans
003360     ACCEPT ans
003370     IF FUNCTION TRIM(ans) = SPACES OR
003380        FUNCTION NUMVAL(ans) < 1 OR
003390        FUNCTION NUMVAL(ans) > 9999
003400         DISPLAY 'BASEMGR: invalid version '''
003410             FUNCTION TRIM(ans) ''''
003420         EXIT PARAGRAPH
003430     END-IF
003440     COMPUTE ver-in = FUNCTION NUMVAL(ans)
003450     MOVE src-in TO bl-src
003460     MOVE ver-in TO bl-ver
003470     READ basereg
003480         INVALID KEY
003490             DISPLAY 'BASEMGR: ' FUNCTION TRIM(src-in)
003500                 ' version ' ver-in ' is not registered'
003510             EXIT PARAGRAPH
003520     END-READ
003530     IF bl-st = 'REVOKED'
003540         DISPLAY 'BASEMGR: ' FUNCTION TRIM(src-in)
003550             ' version ' ver-in ' is already revoked'
003560         EXIT PARAGRAPH
003570     END-IF
003580     MOVE 'REVOKED' TO bl-st
003590     MOVE opr-id TO bl-rvby
003600     MOVE FUNCTION CURRENT-DATE TO bl-rvts
003610     REWRITE blr
003620     DISPLAY 'BASEMGR: ' FUNCTION TRIM(src-in) ' version '
003630         ver-in ' revoked'.
003640 CHECK-SOURCES.
003650     PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 3
003660         MOVE src-nm(sx) TO src-in
003670         PERFORM CHECK-ONE
003680     END-PERFORM.
003690 CHECK-ONE.
003700     PERFORM FINGERPRINT
003710     IF srcok = 0
003720         DISPLAY src-in ' CANNOT BE READ AT '
003730             FUNCTION TRIM(src-fn)
003740         EXIT PARAGRAPH
003750     END-IF
003760     PERFORM FIND-MATCH
003770     EVALUATE TRUE
003780         WHEN matchv > 0
003790             DISPLAY src-in ' MATCHES VERSION ' matchv
003800         WHEN samev > 0
003810             DISPLAY src-in ' MATCHES VERSION ' samev
003820                 ', NOT YET IN EFFECT'
003830         WHEN OTHER
003840             DISPLAY src-in ' NOT REGISTERED, FP ' cfp
003850                 ' LINES ' clines
003860     END-EVALUATE.
003870*    ans holds a YYYYMMDD date; okin 1 and date-in set if valid
003880 CHECK-DATE.
003890     MOVE 0 TO okin
003900     IF ans(1:8) NOT NUMERIC OR ans(9:1) NOT = SPACE
003910         DISPLAY 'BASEMGR: invalid date ''' FUNCTION TRIM(ans)
003920             ''''
003930         EXIT PARAGRAPH
003940     END-IF
003950     MOVE ans(1:8) TO date-in
003960     IF FUNCTION TEST-DATE-YYYYMMDD(date-in) NOT = 0
003970         DISPLAY 'BASEMGR: invalid date ' date-in
003980         EXIT PARAGRAPH
003990     END-IF
004000     MOVE 1 TO okin.
004010 END PROGRAM basemgr.
