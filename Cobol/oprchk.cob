000000*Operator authority check, called by every console before it
000001*acts: ALRTMGR ack and close, QUARREV release and purge,
000002*LOCKCTL's manual clear, PERCLOSE cutover, ARCREST restore, and
000003*the ADMIN consoles (OPRMGR, RUNCAL, BASEMGR). Called with the
000004*calling program, the operator ID, and the action class; the
000005*reply byte is '0' the operator is ACTIVE on Grace_oprmast.dat
000006*and holds the class, '1' refused, '2' the registry could not
000007*be read or the class is unknown. Anything but '0' means the
000008*caller must not act, and is written to Grace_secviol.log. The
000009*registry itself is kept with the OPRMGR console.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. oprchk.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT oprmast ASSIGN TO 'Grace_oprmast.dat'
000080     ORGANIZATION IS INDEXED
000090     ACCESS IS RANDOM
000100     RECORD KEY IS op-id
000110     FILE STATUS IS opfs.
000120     SELECT secviol ASSIGN TO 'Grace_secviol.log'
000130     ORGANIZATION IS LINE SEQUENTIAL
000140     FILE STATUS IS svfs.
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
000250 FD secviol.
000260 01 svrec pic x(120).
000270 WORKING-STORAGE SECTION.
000280 01 opfs pic xx.
000290 01 svfs pic xx.
000300 01 clsnames pic x(64) value
000310     'ACK     CLOSE   RELEASE PURGE   '
000320     & 'LOCKCLR CUTOVER RESTORE ADMIN   '.
000330 01 clstab redefines clsnames.
000340     10 cls-nm pic x(8) occurs 8.
000350 01 cx pic 9(2).
000360 01 clsno pic 9(2) value zero.
000370 01 who pic x(8) value space.
000380 01 reason pic x(20) value space.
000390 01 rts pic x(21).
000400 01 svln pic x(120) value spaces.
000410 LINKAGE SECTION.
000420 01 lk-prog pic x(8).
000430 01 lk-opr pic x(8).
000440 01 lk-cls pic x(8).
000450 01 lk-reply pic x(1).
000460 PROCEDURE DIVISION USING lk-prog lk-opr
000470     lk-cls lk-reply.
000480     MOVE '2' TO lk-reply
000490     MOVE SPACES TO reason
000500     MOVE FUNCTION UPPER-CASE(lk-opr) TO who
000510     IF who = SPACES
000520         MOVE 'NONE' TO who
000530     END-IF
000540     MOVE 0 TO clsno
000550     PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 8
000560         IF cls-nm(cx) = lk-cls
000570             MOVE cx TO clsno
000580         END-IF
000590     END-PERFORM
000600     IF clsno = 0
000610         MOVE 'UNKNOWN-CLASS' TO reason
000620         PERFORM WRITE-VIOLATION
000630         EXIT PROGRAM
000640     END-IF
000650     OPEN INPUT oprmast
000660     IF opfs NOT = '00'
000670         MOVE 'REGISTRY-UNAVAILABLE' TO reason
000680         PERFORM WRITE-VIOLATION
000690         EXIT PROGRAM
000700     END-IF
000710     MOVE who TO op-id
000720     READ oprmast
000730         INVALID KEY
000740             MOVE 'NOT-REGISTERED' TO reason
000750         NOT INVALID KEY
000760             IF op-stat NOT = 'ACTIVE'
000770                 MOVE 'REVOKED' TO reason
000780             ELSE
000790                 IF op-auth(clsno:1) NOT = 'Y'
000800                     MOVE 'NOT-AUTHORISED' TO reason
000810                 END-IF
000820             END-IF
000830     END-READ
000840     CLOSE oprmast
000850     IF reason = SPACES
000860         MOVE '0' TO lk-reply
000870     ELSE
000880         MOVE '1' TO lk-reply
000890         PERFORM WRITE-VIOLATION
000900     END-IF
000910     EXIT PROGRAM.
000920 WRITE-VIOLATION.
000930     MOVE FUNCTION CURRENT-DATE TO rts
000940     MOVE SPACES TO svln
000950     STRING rts ' ' lk-prog ' ' who ' ' lk-cls
000960         ' REFUSED ' FUNCTION TRIM(reason) INTO svln
000970     OPEN EXTEND secviol
000980     IF svfs NOT = '00'
000990         OPEN OUTPUT secviol
001000     END-IF
001010     WRITE svrec FROM svln
001020     CLOSE secviol.
001030 END PROGRAM oprchk.
