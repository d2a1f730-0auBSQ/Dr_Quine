000000*Operator registry. The disposition consoles (ALRTMGR ack and
000001*close, QUARREV release and purge, LOCKCTL's manual clear,
000002*PERCLOSE cutover, ARCREST restore) used to take free-typed
000003*initials that nothing validated. Grace_oprmast.dat, keyed by
000004*operator ID, holds each operator's name, ACTIVE/REVOKED
000005*status and the action classes granted (ACK, CLOSE, RELEASE,
000006*PURGE, LOCKCLR, CUTOVER, RESTORE, plus ADMIN for this
000007*console). This console enrols operators, changes their classes
000008*and revokes or reinstates them; it needs ADMIN, and nobody may
000009*change their own entry. On an empty registry the first operator
000010*enrolled is granted every class so the site can bootstrap.
000011*Every change is stamped to Grace_oprchg.log for the auditors'
000012*OPRRPT report. The separate oprchk module is the authority
000013*check every console makes before it acts; it fails closed,
000014*and every refusal is written to Grace_secviol.log.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. oprmgr.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT oprmast ASSIGN TO 'Grace_oprmast.dat'
000080     ORGANIZATION IS INDEXED
000090     ACCESS IS DYNAMIC
000100     RECORD KEY IS op-id
000110     FILE STATUS IS opfs.
000120     SELECT chglog ASSIGN TO 'Grace_oprchg.log'
000130     ORGANIZATION IS LINE SEQUENTIAL
000140     FILE STATUS IS chfs.
000150 DATA DIVISION.
000160 FILE SECTION.
000170 FD oprmast.
000180 01 opr.
000190     10 op-id pic x(8).
000200     10 op-name pic x(30).
000210     10 op-stat pic x(8).
000220     10 op-auth pic x(8).
000230     10 op-ts pic x(21).
000240     10 op-by pic x(8).
000250 FD chglog.
000260 01 chrec pic x(120).
000270 WORKING-STORAGE SECTION.
000280 01 opfs pic xx.
000290 01 chfs pic xx.
000300 01 opt pic x(2) value space.
000310 01 clsnames pic x(64) value
000320     'ACK     CLOSE   RELEASE PURGE   '
000325     & 'LOCKCLR CUTOVER RESTORE ADMIN   '.
000330 01 clstab redefines clsnames.
000340     10 cls-nm pic x(8) occurs 8.
000350 01 cx pic 9(2).
000360 01 opct pic 9(4) value zero.
000370 01 boot pic 9 value zero.
000380 01 admin-id pic x(8) value space.
000390 01 id-in pic x(8) value space.
000400 01 name-in pic x(30) value space.
000410 01 cls-in pic x(80) value space.
000420 01 auth-wk pic x(8) value space.
000430 01 clsok pic 9 value zero.
000440 01 tok pic x(20) value space.
000450 01 tptr pic 9(3) value 1.
000460 01 clslist pic x(72) value space.
000470 01 cptr pic 9(3) value 1.
000480 01 chg-act pic x(10) value space.
000490 01 rts pic x(21).
000500 01 chln pic x(120) value spaces.
000510 01 ocprog pic x(8) value 'OPRMGR'.
000520 01 occls pic x(8) value 'ADMIN'.
000530 01 ocreply pic x(1) value space.
000540 PROCEDURE DIVISION.
000550     PERFORM OPEN-MASTER
000560     PERFORM COUNT-OPERATORS
000570     IF opct = 0
000580         DISPLAY 'OPRMGR: operator registry is empty; the '
000590             'first operator enrolled is granted every class'
000600         MOVE 1 TO boot
000610         MOVE 'BOOTSTRP' TO admin-id
000620         PERFORM ENROL-OPERATOR
000630         MOVE 0 TO boot
000640         IF opct = 0
000650             CLOSE oprmast
000660             DISPLAY 'OPRMGR: registry still empty, '
000670                 'end of session'
000680             STOP RUN
000690         END-IF
000700         MOVE id-in TO admin-id
000710     ELSE
000720         PERFORM CHECK-ADMIN
000730     END-IF
000740     PERFORM UNTIL opt = '0' OR opt = 'Q'
000750         DISPLAY ' '
000760         DISPLAY 'OPTIONS: 1 LIST OPERATORS, 2 ENROL, '
000770             '3 CHANGE CLASSES'
000780         DISPLAY '         4 REVOKE, 5 REINSTATE, 0 EXIT'
000790         DISPLAY 'OPTION?'
000800         MOVE SPACES TO opt
000810         ACCEPT opt
000820         EVALUATE opt
000830             WHEN '1'
000840                 PERFORM LIST-OPERATORS
000850             WHEN '2'
000860                 PERFORM ENROL-OPERATOR
000870             WHEN '3'
000880                 PERFORM CHANGE-CLASSES
000890             WHEN '4'
000900                 PERFORM REVOKE-OPERATOR
000910             WHEN '5'
000920                 PERFORM REINSTATE-OPERATOR
000930             WHEN '0'
000940                 CONTINUE
000950             WHEN 'Q'
000960                 CONTINUE
000970             WHEN SPACES
000980*                console closed or empty reply: leave quietly
000990                 MOVE '0' TO opt
001000             WHEN OTHER
001010                 DISPLAY 'OPRMGR: unknown option '''
001020                     FUNCTION TRIM(opt) ''''
001030         END-EVALUATE
001040     END-PERFORM
001050     CLOSE oprmast
001060     DISPLAY 'OPRMGR: end of session'
001070     STOP RUN.
001080 OPEN-MASTER.
001090     OPEN I-O oprmast
001100     IF opfs = '35'
001110         OPEN OUTPUT oprmast
001120         CLOSE oprmast
001130         OPEN I-O oprmast
001140     END-IF
001150     IF opfs NOT = '00'
001160         DISPLAY 'OPRMGR: cannot open '
001170             'Grace_oprmast.dat status ' opfs
001180         MOVE 8 TO RETURN-CODE
001190         STOP RUN
001200     END-IF.
001210 COUNT-OPERATORS.
001220     MOVE 0 TO opct
001230     MOVE LOW-VALUES TO op-id
001240     START oprmast KEY > op-id
001250         INVALID KEY MOVE '10' TO opfs
001260     END-START
001270     PERFORM UNTIL opfs NOT = '00'
001280         READ oprmast NEXT
001290             AT END MOVE '10' TO opfs
001300             NOT AT END ADD 1 TO opct
001310         END-READ
001320     END-PERFORM
001330     MOVE '00' TO opfs.
001340*    the maintainer is checked through oprchk like any other
001350*    console, so a refused attempt here is on the violation log
001360 CHECK-ADMIN.
001370     DISPLAY 'OPERATOR ID?'
001380     MOVE SPACES TO admin-id
001390     ACCEPT admin-id
001400     MOVE FUNCTION UPPER-CASE(admin-id) TO admin-id
001410     CLOSE oprmast
001420     CALL 'oprchk' USING ocprog admin-id occls ocreply
001430         ON EXCEPTION
001440             MOVE '2' TO ocreply
001450     END-CALL
001460     IF ocreply NOT = '0'
001462         IF ocreply = '1'
001464             DISPLAY 'OPRMGR: operator ' admin-id
001466                 ' is not authorised for ADMIN, session refused'
001470         ELSE
001472             DISPLAY 'OPRMGR: operator registry '
001474                 'unavailable, session refused'
001476         END-IF
001490         MOVE 8 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520     PERFORM OPEN-MASTER.
001530 LIST-OPERATORS.
001540     MOVE 0 TO opct
001550     MOVE LOW-VALUES TO op-id
001560     START oprmast KEY > op-id
001570         INVALID KEY MOVE '10' TO opfs
001580     END-START
001590     PERFORM UNTIL opfs NOT = '00'
001600         READ oprmast NEXT
001610             AT END MOVE '10' TO opfs
001620             NOT AT END PERFORM LIST-ONE
001630         END-READ
001640     END-PERFORM
001650     MOVE '00' TO opfs
001660     DISPLAY 'OPRMGR: ' opct ' operator(s) on the registry'.
001670 LIST-ONE.
001680     ADD 1 TO opct
001690     PERFORM BUILD-CLSLIST
001700     DISPLAY op-id ' ' op-stat ' ' op-name
001710     DISPLAY '         ' FUNCTION TRIM(clslist)
001720         '  (CHANGED ' op-ts(1:14) ' BY ' op-by ')'.
001730 GET-OPR-ID.
001740     MOVE SPACES TO id-in
001750     ACCEPT id-in
001760     MOVE FUNCTION UPPER-CASE(id-in) TO id-in
001770     IF id-in = SPACES
001780         DISPLAY 'OPRMGR: no operator named'
001790     END-IF.
001800 ENROL-OPERATOR.
001810     DISPLAY 'OPERATOR ID TO ENROL?'
001820     PERFORM GET-OPR-ID
001830     IF id-in = SPACES
001840         EXIT PARAGRAPH
001850     END-IF
001860     MOVE id-in TO op-id
001870     READ oprmast
001875         INVALID KEY CONTINUE
001880         NOT INVALID KEY
001890             DISPLAY 'OPRMGR: ' id-in ' is already enrolled'
001900             EXIT PARAGRAPH
001910     END-READ
001920     DISPLAY 'OPERATOR NAME?'
001930     MOVE SPACES TO name-in
001940     ACCEPT name-in
001950     IF boot = 1
001960         MOVE 'YYYYYYYY' TO auth-wk
001970     ELSE
001980         PERFORM GET-CLASSES
001990         IF clsok = 0
002000             EXIT PARAGRAPH
002010         END-IF
002020     END-IF
002030     MOVE id-in TO op-id
002040     MOVE name-in TO op-name
002050     MOVE 'ACTIVE' TO op-stat
002060     MOVE auth-wk TO op-auth
002070     MOVE FUNCTION CURRENT-DATE TO op-ts
002080     MOVE admin-id TO op-by
002090     WRITE opr
002100         INVALID KEY
002110             DISPLAY 'OPRMGR: write failed for ' id-in
002120                 ' status ' opfs
002130             EXIT PARAGRAPH
002140     END-WRITE
002150     ADD 1 TO opct
002160     MOVE 'ENROL' TO chg-act
002170     PERFORM WRITE-CHANGE
002180     DISPLAY 'OPRMGR: ' id-in ' enrolled'.
002190 CHANGE-CLASSES.
002200     DISPLAY 'OPERATOR ID TO CHANGE?'
002210     PERFORM READ-TARGET
002220     IF id-in = SPACES
002230         EXIT PARAGRAPH
002240     END-IF
002250     PERFORM BUILD-CLSLIST
002260     DISPLAY 'NOW: ' FUNCTION TRIM(clslist)
002270     PERFORM GET-CLASSES
002280     IF clsok = 0
002290         EXIT PARAGRAPH
002300     END-IF
002310     MOVE auth-wk TO op-auth
002320     MOVE FUNCTION CURRENT-DATE TO op-ts
002330     MOVE admin-id TO op-by
002340     REWRITE opr
002350     MOVE 'CLASSES' TO chg-act
002360     PERFORM WRITE-CHANGE
002370     DISPLAY 'OPRMGR: classes of ' id-in ' changed'.
002380 REVOKE-OPERATOR.
002390     DISPLAY 'OPERATOR ID TO REVOKE?'
002400     PERFORM READ-TARGET
002410     IF id-in = SPACES
002420         EXIT PARAGRAPH
002430     END-IF
002440     IF op-stat = 'REVOKED'
002450         DISPLAY 'OPRMGR: ' id-in ' is already revoked'
002460         EXIT PARAGRAPH
002470     END-IF
002480     MOVE 'REVOKED' TO op-stat
002490     MOVE FUNCTION CURRENT-DATE TO op-ts
002500     MOVE admin-id TO op-by
002510     REWRITE opr
002520     MOVE 'REVOKE' TO chg-act
002530     PERFORM WRITE-CHANGE
002540     DISPLAY 'OPRMGR: ' id-in ' revoked'.
002550 REINSTATE-OPERATOR.
002560     DISPLAY 'OPERATOR ID TO REINSTATE?'
002570     PERFORM READ-TARGET
002580     IF id-in = SPACES
002590         EXIT PARAGRAPH
002600     END-IF
002610     IF op-stat = 'ACTIVE'
002620         DISPLAY 'OPRMGR: ' id-in ' is already active'
002630         EXIT PARAGRAPH
002640     END-IF
002650     MOVE 'ACTIVE' TO op-stat
002660     MOVE FUNCTION CURRENT-DATE TO op-ts
002670     MOVE admin-id TO op-by
002680     REWRITE opr
002690     MOVE 'REINSTATE' TO chg-act
002700     PERFORM WRITE-CHANGE
002710     DISPLAY 'OPRMGR: ' id-in ' reinstated'.
002720*    an administrator cannot grant, revoke or restore their
002730*    own entry; a second administrator has to do it
002740 READ-TARGET.
002750     PERFORM GET-OPR-ID
002760     IF id-in = SPACES
002770         EXIT PARAGRAPH
002780     END-IF
002790     IF id-in = admin-id
002800         DISPLAY 'OPRMGR: an operator cannot change '
002810             'their own entry'
002820         MOVE SPACES TO id-in
002830         EXIT PARAGRAPH
002840     END-IF
002850     MOVE id-in TO op-id
002860     READ oprmast
002870         INVALID KEY
002880             DISPLAY 'OPRMGR: ' id-in ' is not enrolled'
002890             MOVE SPACES TO id-in
002900     END-READ.
002910 GET-CLASSES.
002920     MOVE 1 TO clsok
002930     MOVE 'NNNNNNNN' TO auth-wk
002940     DISPLAY 'CLASSES (ACK CLOSE RELEASE PURGE LOCKCLR '
002950         'CUTOVER RESTORE ADMIN)?'
002960     MOVE SPACES TO cls-in
002970     ACCEPT cls-in
002980     MOVE FUNCTION UPPER-CASE(cls-in) TO cls-in
002990     MOVE 1 TO tptr
003000     PERFORM UNTIL tptr > 80
003010         MOVE SPACES TO tok
003020         UNSTRING cls-in DELIMITED BY ALL ' ' OR ','
003030             INTO tok WITH POINTER tptr
003040         IF tok NOT = SPACES
003050             PERFORM TAKE-CLASS
003060         END-IF
003070     END-PERFORM
003080     IF clsok = 1 AND auth-wk = 'NNNNNNNN'
003090         DISPLAY 'OPRMGR: no classes given'
003100         MOVE 0 TO clsok
003110     END-IF.
003120 TAKE-CLASS.
003130     PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 8
003140         IF cls-nm(cx) = tok
003150             MOVE 'Y' TO auth-wk(cx:1)
003160             EXIT PARAGRAPH
003170         END-IF
003180     END-PERFORM
003190     DISPLAY 'OPRMGR: unknown class ''' FUNCTION TRIM(tok)
003200         ''''
003210     MOVE 0 TO clsok.
003220 BUILD-CLSLIST.
003230     MOVE SPACES TO clslist
003240     MOVE 1 TO cptr
003250     PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 8
003260         IF op-auth(cx:1) = 'Y'
003270             STRING FUNCTION TRIM(cls-nm(cx)) ' '
003280                 DELIMITED BY SIZE
003290                 INTO clslist WITH POINTER cptr
003300         END-IF
003310     END-PERFORM
003320     IF clslist = SPACES
003330         MOVE 'NONE' TO clslist
003340     END-IF.
003350 WRITE-CHANGE.
003360     PERFORM BUILD-CLSLIST
003370     MOVE FUNCTION CURRENT-DATE TO rts
003380     MOVE SPACES TO chln
003390     STRING rts ' ' admin-id ' ' FUNCTION TRIM(chg-act) ' '
003400         op-id ' ' op-stat ' ' FUNCTION TRIM(clslist)
003410         INTO chln
003420     OPEN EXTEND chglog
003430     IF chfs NOT = '00'
003440         OPEN OUTPUT chglog
003450     END-IF
003460     WRITE chrec FROM chln
003470     CLOSE chglog.
003480 END PROGRAM oprmgr.
